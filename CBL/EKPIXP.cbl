       IDENTIFICATION DIVISION.
       PROGRAM-ID. EKPIXP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'HR KPI SUMMARY' NIGHTLY BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION. LINKED AS
      *        THE LAST STEP OF ENIGHTP'S WINDOW, OR ENTERED DIRECTLY
      *        BY TRANSACTION ID - SAME STYLE AS EDRPTP.
      *      - WORKS OUT THE LEADERSHIP SCORECARD FIGURES ONCE A NIGHT
      *        ONTO THE KPI SUMMARY FILE (SEE EKPISUM.CPY), SO THE
      *        EKPIVP SCREEN IS A PLAIN READ:
      *          - HEADCOUNT AND FTE, AND EACH ACTIVE EMPLOYEE'S SICK
      *            DAYS (EABSENC), APPRAISAL FOR THE CURRENT CYCLE
      *            (EAPRHS) AND COMPA-RATIO (PAY-GRADE TABLE), OFF
      *            THE NIGHT'S SWEEP WORK FILE;
      *          - MONTH-ON-MONTH CHANGE AND ROLLING TWELVE-MONTH
      *            TURNOVER OFF THE EHDCNT SNAPSHOTS;
      *          - OPEN REQUISITIONS AND AVERAGE TIME-TO-FILL OFF
      *            EREQSTN.
      *      - EVERY FIGURE IS ROLLED UP THE DEPARTMENT TREE AS IT IS
      *        TALLIED - INTO ITS OWN DEPARTMENT, EACH PARENT ABOVE IT
      *        AND THE COMPANY - THEN ONE RECORD IS WRITTEN PER ACTIVE
      *        DEPARTMENT PLUS THE COMPANY-WIDE RECORD (KEY ZERO).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - DEPARTMENT MASTER RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - NIGHTLY SWEEP WORK FILE RECORD.
      *      - HEADCOUNT SNAPSHOT RECORD.
      *      - ABSENCE RECORD.
      *      - ABSENCE-TYPE CODE TABLE RECORD AND LOOKUP COMM-AREA.
      *      - HIRING REQUISITION RECORD.
      *      - APPRAISAL CYCLE CONTROL AND HISTORY RECORDS.
      *      - PAY-GRADE TABLE RECORD.
      *      - KPI SUMMARY RECORD.
      *      - RUN-CONTROL AND RUN-HISTORY RECORDS.
      ******************************************************************
       COPY ECONST.
       COPY DEPTMAST.
       COPY EMPMAST.
       COPY ESWEEP.
       COPY EHDCNT.
       COPY EABSENC.
       COPY EABSTYP.
       COPY EABTCA.
       COPY EREQSTN.
       COPY EAPRCYC.
       COPY EAPRHS.
       COPY EPAYGRD.
       COPY EKPISUM.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-RECORDS-READ            PIC 9(7)  VALUE ZEROES.
          05 WS-KPI-WRITTEN             PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-WRITTEN           PIC ZZZZ9.
      *
       01 WS-DEPT-BROWSE-SWITCH         PIC X(1)  VALUE SPACES.
          88 WS-DEPT-END-OF-FILE                  VALUE 'Y'.
      *
       01 WS-SWP-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-SWP-END-OF-FILE                   VALUE 'Y'.
      *
       01 WS-HDC-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-HDC-END-OF-FILE                   VALUE 'Y'.
      *
       01 WS-RQN-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-RQN-END-OF-FILE                   VALUE 'Y'.
      *
       01 WS-ABS-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-ABS-SCAN-DONE                     VALUE 'Y'.
      *
       01 WS-APH-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-APH-SCAN-DONE                     VALUE 'Y'.
      *
       01 WS-APPRAISED-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-EMPLOYEE-APPRAISED                VALUE 'Y'.
      *
       01 WS-CYCLE-SWITCH               PIC X(1)  VALUE SPACES.
          88 WS-CYCLE-IS-SET                      VALUE 'Y'.
      *
       01 WS-ROLL-SWITCH                PIC X(1)  VALUE SPACES.
          88 WS-ROLL-DONE                         VALUE 'Y'.
      *
       01 WS-RUN-DATE                   PIC X(8)  VALUE SPACES.
       01 WS-CUTOFF-DATE                PIC X(8)  VALUE SPACES.
       01 WS-CUTOFF-NUM                 PIC 9(8)  VALUE ZEROES.
       01 WS-DATE-WORK-NUM              PIC 9(8)  VALUE ZEROES.
       01 WS-DATE-WORK-DAYS             PIC S9(8) USAGE IS BINARY.
       01 WS-FILL-DAYS                  PIC S9(5) USAGE IS BINARY.
      *
      *    THE SNAPSHOT PERIODS - THE LATEST ON FILE, THE ONE BEFORE
      *    IT, AND THE FIRST OF THE TWELVE ENDING AT IT. EHDCNT LEADS
      *    ITS KEY WITH THE PERIOD, SO A BROWSE RUNS IN PERIOD ORDER.
      *
       01 WS-CURRENT-PERIOD             PIC X(6)  VALUE SPACES.
       01 WS-LATEST-PERIOD              PIC X(6)  VALUE SPACES.
       01 WS-PRIOR-PERIOD               PIC X(6)  VALUE SPACES.
       01 WS-WINDOW-START-PERIOD        PIC X(6)  VALUE SPACES.
       01 WS-LAST-PERIOD-SEEN           PIC X(6)  VALUE SPACES.
       01 WS-PERIODS-IN-WINDOW          PIC S9(4) USAGE IS BINARY.
      *
       01 WS-PERIOD-CALC.
          05 WS-PRD-YEAR                PIC 9(4).
          05 WS-PRD-MONTH               PIC 9(2).
       01 WS-MONTHS-BACK                PIC S9(4) USAGE IS BINARY.
       01 WS-MONTH-NUMBER               PIC S9(8) USAGE IS BINARY.
       01 WS-MONTH-REMAINDER            PIC S9(4) USAGE IS BINARY.
      *
       01 WS-BAND-MIDPOINT              PIC S9(7)V99 USAGE IS BINARY.
       01 WS-COMPA-RATIO                PIC S9(5) USAGE IS BINARY.
      *
      *    ONE RECORD'S WORTH OF FIGURES ON ITS WAY UP THE TREE -
      *    EACH PASS FILLS IT IN, THEN 7000 ADDS IT TO THE OWNING
      *    DEPARTMENT, EVERY PARENT ABOVE IT AND THE COMPANY.
      *
       01 WS-CONTRIBUTION.
          05 WS-CTB-HEADS               PIC S9(7)      VALUE ZEROES.
          05 WS-CTB-FTE                 PIC S9(7)V99   VALUE ZEROES.
          05 WS-CTB-SNAP-FTE            PIC S9(7)V99   VALUE ZEROES.
          05 WS-CTB-PRIOR-FTE           PIC S9(7)V99   VALUE ZEROES.
          05 WS-CTB-LEAVERS             PIC S9(7)      VALUE ZEROES.
          05 WS-CTB-PERIOD-FTE          PIC S9(9)V99   VALUE ZEROES.
          05 WS-CTB-SICK-DAYS           PIC S9(7)V9    VALUE ZEROES.
          05 WS-CTB-OPEN-REQS           PIC S9(7)      VALUE ZEROES.
          05 WS-CTB-FILLS               PIC S9(7)      VALUE ZEROES.
          05 WS-CTB-FILL-DAYS           PIC S9(9)      VALUE ZEROES.
          05 WS-CTB-APR-ROSTER          PIC S9(7)      VALUE ZEROES.
          05 WS-CTB-APR-DONE            PIC S9(7)      VALUE ZEROES.
          05 WS-CTB-COMPA-COUNT         PIC S9(7)      VALUE ZEROES.
          05 WS-CTB-COMPA-TOTAL         PIC S9(9)      VALUE ZEROES.
      *
      *    THE DEPARTMENT TREE WITH ITS ROLLED-UP TALLIES - SAME
      *    200-DEPARTMENT CAP AS EDRPTP'S TABLE, PLUS THE COMPANY IN
      *    THE FIRST ENTRY (DEPARTMENT ZERO, WHERE EVERY DIVISION'S
      *    PARENT CHAIN ENDS).
      *
       01 WS-DEPT-TABLE-AREA.
          05 WS-DEPT-COUNT              PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-DEPT-ENTRY OCCURS 201 TIMES
                INDEXED BY WS-DPT-IDX.
             10 WS-TBL-DEPARTMENT-ID    PIC 9(8).
             10 WS-TBL-PARENT-ID        PIC 9(8).
             10 WS-TBL-DEPARTMENT-NAME  PIC X(30).
             10 WS-TBL-STATUS           PIC X(1).
                88 WS-TBL-DEPT-ACTIVE             VALUE 'A'.
             10 WS-TBL-HEADS            PIC S9(7).
             10 WS-TBL-FTE              PIC S9(7)V99.
             10 WS-TBL-SNAP-FTE         PIC S9(7)V99.
             10 WS-TBL-PRIOR-FTE        PIC S9(7)V99.
             10 WS-TBL-LEAVERS          PIC S9(7).
             10 WS-TBL-PERIOD-FTE       PIC S9(9)V99.
             10 WS-TBL-SICK-DAYS        PIC S9(7)V9.
             10 WS-TBL-OPEN-REQS        PIC S9(7).
             10 WS-TBL-FILLS            PIC S9(7).
             10 WS-TBL-FILL-DAYS        PIC S9(9).
             10 WS-TBL-APR-ROSTER       PIC S9(7).
             10 WS-TBL-APR-DONE         PIC S9(7).
             10 WS-TBL-COMPA-COUNT      PIC S9(7).
             10 WS-TBL-COMPA-TOTAL      PIC S9(9).
      *
       01 WS-DEPT-TABLE-FULL-SWITCH     PIC X(1)  VALUE SPACES.
          88 WS-DEPT-TABLE-OVERFLOWED             VALUE 'Y'.
      *
      *    THE WALK UP THE TREE - A DEPARTMENT NOT IN THE TABLE GOES
      *    STRAIGHT TO THE COMPANY, AND THE DEPTH CAP STOPS A PARENT
      *    LOOP IN DEPTMAST FROM WALKING FOREVER.
      *
       01 WS-ROLL-DEPT-ID               PIC 9(8)  VALUE ZEROES.
       01 WS-ROLL-DEPTH                 PIC S9(4) USAGE IS BINARY.
      *
      *    ABSENCE-TYPE ROWS ALREADY LOOKED UP THIS RUN (SEE
      *    EABSTYP.CPY) - SAME CACHE AS ESICKP'S, SO EACH CODE IS ONLY
      *    LINKED FOR ONCE.
       01 WS-TYPE-CACHE.
          05 WS-TYPE-CACHE-COUNT     PIC S9(4) USAGE IS BINARY
                                               VALUE ZEROES.
          05 WS-TYPE-CACHE-ENTRY     OCCURS 40 TIMES.
             10 WS-TYC-CODE          PIC X(1).
             10 WS-TYC-RETURN-CODE   PIC X(1).
             10 WS-TYC-RECORD        PIC X(40).
       01 WS-TYPE-CACHE-SUB          PIC S9(4) USAGE IS BINARY.
       01 WS-TYPE-CACHE-SWITCH       PIC X(1)  VALUE SPACES.
          88 WS-TYPE-CACHED                    VALUE 'Y'.

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
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-LOAD-DEPARTMENT-TABLE.
           PERFORM 3000-TALLY-SWEEP-EMPLOYEES.
           PERFORM 4000-TALLY-HEADCOUNT-SNAPSHOTS.
           PERFORM 5000-TALLY-REQUISITIONS.
           PERFORM 6000-WRITE-KPI-RECORDS.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 8000-FINISH-RUN-ADMIN.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.

      *    RUN-CONTROL GATE FIRST - A REFUSED RERUN MUST NOT TOUCH
      *    THE SUMMARY FILE.
           PERFORM 1500-CHECK-RUN-CONTROL.
           PERFORM 1550-CHECK-SWEEP-READY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6) TO WS-CURRENT-PERIOD.

      *    THE ROLLING WINDOW'S CUTOFF IS TODAY MINUS ITS LENGTH -
      *    SICK SPELLS STARTING, AND REQUISITIONS FILLED, ON OR AFTER
      *    IT ARE COUNTED.
           MOVE WS-RUN-DATE TO WS-DATE-WORK-NUM.
           COMPUTE WS-DATE-WORK-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
              - APP-KPI-WINDOW-DAYS.
           COMPUTE WS-CUTOFF-NUM =
              FUNCTION DATE-OF-INTEGER(WS-DATE-WORK-DAYS).
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.

           PERFORM 1200-READ-CYCLE-RECORD.

       1200-READ-CYCLE-RECORD.
      *    NO CYCLE WINDOW SET MEANS NO APPRAISAL FIGURE TONIGHT -
      *    THE REST OF THE SCORECARD STILL GETS BUILT.
           MOVE SPACE TO WS-CYCLE-SWITCH.
           INITIALIZE APPRAISAL-CYCLE-RECORD.

           EXEC CICS READ
                FILE(APP-APPRCYCLE-FILE-NAME)
                INTO (APPRAISAL-CYCLE-RECORD)
                RIDFLD(APP-APPRCYCLE-RRN)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              CYC-WINDOW-START IS NUMERIC AND
              CYC-WINDOW-END IS NUMERIC
              SET WS-CYCLE-IS-SET TO TRUE
           END-IF.

       2000-LOAD-DEPARTMENT-TABLE.
      *    THE COMPANY GOES IN FIRST, AS DEPARTMENT ZERO.
           MOVE 1 TO WS-DEPT-COUNT.
           SET WS-DPT-IDX TO 1.
           INITIALIZE WS-DEPT-ENTRY(WS-DPT-IDX).
           MOVE ZEROES TO WS-TBL-DEPARTMENT-ID(WS-DPT-IDX).
           MOVE ZEROES TO WS-TBL-PARENT-ID(WS-DPT-IDX).
           MOVE 'COMPANY-WIDE' TO WS-TBL-DEPARTMENT-NAME(WS-DPT-IDX).
           SET WS-TBL-DEPT-ACTIVE(WS-DPT-IDX) TO TRUE.

           MOVE SPACE TO WS-DEPT-BROWSE-SWITCH.
           INITIALIZE DEPARTMENT-MASTER-RECORD.

           EXEC CICS STARTBR
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2100-STORE-NEXT-DEPARTMENT
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

       2100-STORE-NEXT-DEPARTMENT.
           EXEC CICS READNEXT
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEPT-DEPARTMENT-ID)
                INTO (DEPARTMENT-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF DEPT-DEPARTMENT-ID IS NOT EQUAL TO ZERO
                   PERFORM 2200-TABLE-ONE-DEPARTMENT
                END-IF
           WHEN DFHRESP(ENDFILE)
                SET WS-DEPT-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Next Department!' TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2200-TABLE-ONE-DEPARTMENT.
      *    RETIRED DEPARTMENTS STAY IN THE TABLE SO A FIGURE STILL
      *    FILED AGAINST ONE CLIMBS TO ITS PARENT - THEY JUST GET NO
      *    RECORD OF THEIR OWN.
           IF WS-DEPT-COUNT IS NOT LESS THAN 201
              SET WS-DEPT-TABLE-OVERFLOWED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-DEPT-COUNT.
           SET WS-DPT-IDX TO WS-DEPT-COUNT.
           INITIALIZE WS-DEPT-ENTRY(WS-DPT-IDX).
           MOVE DEPT-DEPARTMENT-ID TO WS-TBL-DEPARTMENT-ID(WS-DPT-IDX).
           MOVE DEPT-PARENT-DEPARTMENT-ID
              TO WS-TBL-PARENT-ID(WS-DPT-IDX).
           MOVE DEPT-DEPARTMENT-NAME
              TO WS-TBL-DEPARTMENT-NAME(WS-DPT-IDX).

           IF DEPT-ACTIVE
              SET WS-TBL-DEPT-ACTIVE(WS-DPT-IDX) TO TRUE
           END-IF.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-KPI-WRITTEN TO WS-REPLY-WRITTEN.

           IF WS-DEPT-TABLE-OVERFLOWED
              MOVE 'Warning: Department Table Overflowed - Some Departme
      -           'nts Have No KPIs!' TO WS-REPLY-TEXT
           ELSE
              STRING 'KPI Summary Complete - '
                     FUNCTION TRIM(WS-REPLY-WRITTEN)
                     ' Record(s), Snapshot Period '
                     WS-LATEST-PERIOD
                     ' - View On '
                     APP-KPIVIEW-TRANSACTION-ID
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           END-IF.

       3000-TALLY-SWEEP-EMPLOYEES.
      *    THE SWEEP KEY IS SWEEP DATE + DEPARTMENT + EMPLOYEE, SO
      *    SWEEP DATE + ZEROES STARTS AT THE NIGHT'S FIRST EMPLOYEE.
           MOVE SPACE TO WS-SWP-BROWSE-SWITCH.
           MOVE WS-SWEEP-DATE TO SWP-SWEEP-DATE.
           MOVE ZEROES TO SWP-DEPARTMENT-ID.
           MOVE ZEROES TO SWP-EMPLOYEE-ID.

           EXEC CICS STARTBR
                FILE(APP-SWEEP-FILE-NAME)
                RIDFLD(SWP-SWEEP-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 3100-READ-NEXT-SWEEP-EMPLOYEE
                   UNTIL WS-SWP-END-OF-FILE

                EXEC CICS ENDBR
                     FILE(APP-SWEEP-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Sweep Work File!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       3100-READ-NEXT-SWEEP-EMPLOYEE.
           EXEC CICS READNEXT
                FILE(APP-SWEEP-FILE-NAME)
                RIDFLD(SWP-SWEEP-KEY)
                INTO (SWEEP-WORK-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-SWP-END-OF-FILE TO TRUE
              EXIT PARAGRAPH
           END-IF.

      *    AN OLDER SWEEP STILL ON FILE IS PAST TONIGHT'S LAST KEY.
           IF SWP-SWEEP-DATE IS NOT EQUAL TO WS-SWEEP-DATE
              SET WS-SWP-END-OF-FILE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RECORDS-READ.
           MOVE SWP-EMPLOYEE-IMAGE TO EMPLOYEE-MASTER-RECORD.

           IF EMP-ACTIVE
              PERFORM 3200-TALLY-ONE-EMPLOYEE
           END-IF.

       3200-TALLY-ONE-EMPLOYEE.
           INITIALIZE WS-CONTRIBUTION.

      *    CONTRACTORS ARE NOT HEADCOUNT (AS EHDSNP COUNTS IT), SO
      *    THEY ADD NO HEAD, FTE OR SICK DAYS PER HEAD EITHER.
           IF NOT EMP-TYPE-CONTRACTOR
              MOVE 1 TO WS-CTB-HEADS
      *       ZERO/UNSET FTE READS AS FULL TIME.
              IF EMP-FTE-PERCENT IS NUMERIC AND
                 EMP-FTE-PERCENT IS GREATER THAN ZERO
                 COMPUTE WS-CTB-FTE = EMP-FTE-PERCENT / 100
              ELSE
                 MOVE 1 TO WS-CTB-FTE
              END-IF
              PERFORM 3300-TALLY-SICK-DAYS
           END-IF.

      *    THE APPRAISAL ROSTER IS EVERY ACTIVE EMPLOYEE, AS EAPCRP
      *    COUNTS IT.
           IF WS-CYCLE-IS-SET
              MOVE 1 TO WS-CTB-APR-ROSTER
              PERFORM 3400-CHECK-APPRAISED-IN-WINDOW
              IF WS-EMPLOYEE-APPRAISED
                 MOVE 1 TO WS-CTB-APR-DONE
              END-IF
           END-IF.

           PERFORM 3500-RATE-AGAINST-BAND.

           MOVE SWP-DEPARTMENT-ID TO WS-ROLL-DEPT-ID.
           PERFORM 7000-ROLL-UP-CONTRIBUTION.

       3300-TALLY-SICK-DAYS.
      *    THE ABSENCE FILE IS KEYED EMPLOYEE + TIMESTAMP, SO A SHORT
      *    KEYED BROWSE COVERS ONE EMPLOYEE'S SPELLS.
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
              PERFORM 3310-SCAN-ONE-ABSENCE
                 UNTIL WS-ABS-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-ABSENCE-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       3310-SCAN-ONE-ABSENCE.
           EXEC CICS READNEXT
                FILE(APP-ABSENCE-FILE-NAME)
                RIDFLD(ABS-ABSENCE-KEY)
                INTO (ABSENCE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              ABS-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
              SET WS-ABS-SCAN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF ABS-START-DATE IS LESS THAN WS-CUTOFF-DATE
              EXIT PARAGRAPH
           END-IF.

      *    WHICH TYPES COUNT AS SICKNESS IS THE TYPE TABLE'S CALL.
           PERFORM 8800-LOOKUP-ABSENCE-TYPE.

           IF ABT-COUNTS-AS-SICKNESS
              ADD ABS-DAYS-TAKEN TO WS-CTB-SICK-DAYS
           END-IF.

       3400-CHECK-APPRAISED-IN-WINDOW.
      *    SAME TEST AS EAPCRP'S 2320 - THE FIRST HISTORY ENTRY
      *    INSIDE THE CYCLE WINDOW SETTLES IT.
           MOVE SPACE TO WS-APPRAISED-SWITCH.
           MOVE SPACE TO WS-APH-SCAN-SWITCH.

           MOVE EMP-EMPLOYEE-ID TO APH-EMPLOYEE-ID.
           MOVE LOW-VALUES TO APH-HISTORY-TIMESTAMP.

           EXEC CICS STARTBR
                FILE(APP-APPR-HISTORY-FILE-NAME)
                RIDFLD(APH-HISTORY-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 3410-SCAN-ONE-APPRAISAL
                 UNTIL WS-APH-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-APPR-HISTORY-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       3410-SCAN-ONE-APPRAISAL.
           EXEC CICS READNEXT
                FILE(APP-APPR-HISTORY-FILE-NAME)
                RIDFLD(APH-HISTORY-KEY)
                INTO (APPRAISAL-HISTORY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-APH-SCAN-DONE TO TRUE
           WHEN APH-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
                SET WS-APH-SCAN-DONE TO TRUE
           WHEN APH-APPRAISAL-DATE IS NOT LESS THAN
                CYC-WINDOW-START AND
                APH-APPRAISAL-DATE IS NOT GREATER THAN
                CYC-WINDOW-END
                SET WS-EMPLOYEE-APPRAISED TO TRUE
                SET WS-APH-SCAN-DONE TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       3500-RATE-AGAINST-BAND.
      *    THE SWEEP ALREADY CARRIES THE IN-EFFECT SALARY AND GRADE.
      *    COMPA-RATIO IS THE SALARY AGAINST THE MIDPOINT OF THE
      *    GRADE'S BAND, AS A PERCENTAGE - ESALDP'S RATIO. NO
      *    COMPENSATION, NO GRADE ROW, OR A BAND WITH NO BOUNDS
      *    LEAVES THE EMPLOYEE OUT OF THE AVERAGE.
           IF SWP-PAY-GRADE IS EQUAL TO SPACES OR
              SWP-ANNUAL-SALARY IS NOT GREATER THAN ZERO
              EXIT PARAGRAPH
           END-IF.

           MOVE SWP-PAY-GRADE TO PGR-GRADE-CODE.

           EXEC CICS READ
                FILE(APP-PAYGRADE-FILE-NAME)
                INTO (PAY-GRADE-RECORD)
                RIDFLD(PGR-GRADE-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-BAND-MIDPOINT =
              (PGR-MIN-SALARY + PGR-MAX-SALARY) / 2.

           IF WS-BAND-MIDPOINT IS GREATER THAN ZERO
              COMPUTE WS-COMPA-RATIO ROUNDED =
                 (SWP-ANNUAL-SALARY * 100) / WS-BAND-MIDPOINT
              MOVE 1 TO WS-CTB-COMPA-COUNT
              MOVE WS-COMPA-RATIO TO WS-CTB-COMPA-TOTAL
           END-IF.

       4000-TALLY-HEADCOUNT-SNAPSHOTS.
      *    FIRST FIND THE LATEST SNAPSHOT PERIOD ON FILE (EHDSNP RUNS
      *    AT MONTH END, SO MOST NIGHTS IT IS LAST MONTH'S), THEN TALLY
      *    THE TWELVE PERIODS ENDING AT IT.
           PERFORM 4100-FIND-LATEST-PERIOD.

           IF WS-LATEST-PERIOD IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-LATEST-PERIOD(1:4) TO WS-PRD-YEAR.
           MOVE WS-LATEST-PERIOD(5:2) TO WS-PRD-MONTH.
           MOVE 1 TO WS-MONTHS-BACK.
           PERFORM 4900-STEP-BACK-MONTHS.
           MOVE WS-PERIOD-CALC TO WS-PRIOR-PERIOD.

           MOVE WS-LATEST-PERIOD(1:4) TO WS-PRD-YEAR.
           MOVE WS-LATEST-PERIOD(5:2) TO WS-PRD-MONTH.
           MOVE 11 TO WS-MONTHS-BACK.
           PERFORM 4900-STEP-BACK-MONTHS.
           MOVE WS-PERIOD-CALC TO WS-WINDOW-START-PERIOD.

           MOVE ZERO TO WS-PERIODS-IN-WINDOW.
           MOVE SPACES TO WS-LAST-PERIOD-SEEN.
           MOVE SPACE TO WS-HDC-BROWSE-SWITCH.

           MOVE WS-WINDOW-START-PERIOD TO HDC-PERIOD.
           MOVE ZEROES TO HDC-DEPARTMENT-ID.

           EXEC CICS STARTBR
                FILE(APP-HEADCOUNT-FILE-NAME)
                RIDFLD(HDC-SNAPSHOT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 4200-TALLY-NEXT-SNAPSHOT
                 UNTIL WS-HDC-END-OF-FILE

              EXEC CICS ENDBR
                   FILE(APP-HEADCOUNT-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       4100-FIND-LATEST-PERIOD.
      *    A MONTH EHDSNP MISSED JUST MEANS AN OLDER LATEST PERIOD -
      *    LOOK BACK UP TO A YEAR FROM THE CURRENT MONTH.
           MOVE SPACES TO WS-LATEST-PERIOD.
           MOVE SPACE TO WS-HDC-BROWSE-SWITCH.

           MOVE WS-CURRENT-PERIOD(1:4) TO WS-PRD-YEAR.
           MOVE WS-CURRENT-PERIOD(5:2) TO WS-PRD-MONTH.
           MOVE 12 TO WS-MONTHS-BACK.
           PERFORM 4900-STEP-BACK-MONTHS.

           MOVE WS-PERIOD-CALC TO HDC-PERIOD.
           MOVE ZEROES TO HDC-DEPARTMENT-ID.

           EXEC CICS STARTBR
                FILE(APP-HEADCOUNT-FILE-NAME)
                RIDFLD(HDC-SNAPSHOT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 4110-CHECK-NEXT-PERIOD
                 UNTIL WS-HDC-END-OF-FILE

              EXEC CICS ENDBR
                   FILE(APP-HEADCOUNT-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       4110-CHECK-NEXT-PERIOD.
           EXEC CICS READNEXT
                FILE(APP-HEADCOUNT-FILE-NAME)
                RIDFLD(HDC-SNAPSHOT-KEY)
                INTO (HEADCOUNT-SNAPSHOT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              HDC-PERIOD IS GREATER THAN WS-CURRENT-PERIOD
              SET WS-HDC-END-OF-FILE TO TRUE
           ELSE
              MOVE HDC-PERIOD TO WS-LATEST-PERIOD
           END-IF.

       4200-TALLY-NEXT-SNAPSHOT.
           EXEC CICS READNEXT
                FILE(APP-HEADCOUNT-FILE-NAME)
                RIDFLD(HDC-SNAPSHOT-KEY)
                INTO (HEADCOUNT-SNAPSHOT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              HDC-PERIOD IS GREATER THAN WS-LATEST-PERIOD
              SET WS-HDC-END-OF-FILE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RECORDS-READ.

           IF HDC-PERIOD IS NOT EQUAL TO WS-LAST-PERIOD-SEEN
              MOVE HDC-PERIOD TO WS-LAST-PERIOD-SEEN
              ADD 1 TO WS-PERIODS-IN-WINDOW
           END-IF.

           INITIALIZE WS-CONTRIBUTION.
           MOVE HDC-LEAVERS-IN-PERIOD TO WS-CTB-LEAVERS.
           MOVE HDC-ACTIVE-COUNT TO WS-CTB-PERIOD-FTE.

           IF HDC-PERIOD IS EQUAL TO WS-LATEST-PERIOD
              MOVE HDC-ACTIVE-COUNT TO WS-CTB-SNAP-FTE
           END-IF.

           IF HDC-PERIOD IS EQUAL TO WS-PRIOR-PERIOD
              MOVE HDC-ACTIVE-COUNT TO WS-CTB-PRIOR-FTE
           END-IF.

           MOVE HDC-DEPARTMENT-ID TO WS-ROLL-DEPT-ID.
           PERFORM 7000-ROLL-UP-CONTRIBUTION.

       4900-STEP-BACK-MONTHS.
      *    WS-PERIOD-CALC MOVED BACK WS-MONTHS-BACK CALENDAR MONTHS.
           COMPUTE WS-MONTH-NUMBER =
              (WS-PRD-YEAR * 12) + WS-PRD-MONTH - 1 - WS-MONTHS-BACK.

           DIVIDE WS-MONTH-NUMBER BY 12
              GIVING WS-PRD-YEAR
              REMAINDER WS-MONTH-REMAINDER.

           COMPUTE WS-PRD-MONTH = WS-MONTH-REMAINDER + 1.

       5000-TALLY-REQUISITIONS.
      *    ONE PASS OVER THE REQUISITION FILE - ZERO KEY STARTS AT
      *    THE FIRST DEPARTMENT'S FIRST REQUISITION.
           MOVE SPACE TO WS-RQN-BROWSE-SWITCH.
           INITIALIZE REQUISITION-RECORD.

           EXEC CICS STARTBR
                FILE(APP-REQUISITION-FILE-NAME)
                RIDFLD(RQN-REQUISITION-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 5100-TALLY-NEXT-REQUISITION
                 UNTIL WS-RQN-END-OF-FILE

              EXEC CICS ENDBR
                   FILE(APP-REQUISITION-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       5100-TALLY-NEXT-REQUISITION.
           EXEC CICS READNEXT
                FILE(APP-REQUISITION-FILE-NAME)
                RIDFLD(RQN-REQUISITION-KEY)
                INTO (REQUISITION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-RQN-END-OF-FILE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RECORDS-READ.
           INITIALIZE WS-CONTRIBUTION.

      *    OPEN AND OFFERED BOTH STILL HOLD A SLOT - THE PIPELINE
      *    ETTFRP COUNTS AS OUTSTANDING.
           IF RQN-COMMITS-A-SLOT
              MOVE 1 TO WS-CTB-OPEN-REQS
           END-IF.

      *    TIME-TO-FILL IS OPENED-TO-FILLED IN DAYS, AS ETTFRP MEASURES
      *    IT, FOR FILLS INSIDE THE ROLLING WINDOW.
           IF RQN-FILLED AND
              RQN-OPENED-DATE IS NUMERIC AND
              RQN-FILLED-DATE IS NUMERIC AND
              RQN-FILLED-DATE IS NOT LESS THAN WS-CUTOFF-DATE
              COMPUTE WS-FILL-DAYS =
                 FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(RQN-FILLED-DATE))
                 - FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(RQN-OPENED-DATE))
              IF WS-FILL-DAYS IS LESS THAN ZERO
                 MOVE ZERO TO WS-FILL-DAYS
              END-IF
              MOVE 1 TO WS-CTB-FILLS
              MOVE WS-FILL-DAYS TO WS-CTB-FILL-DAYS
           END-IF.

           IF WS-CTB-OPEN-REQS IS GREATER THAN ZERO OR
              WS-CTB-FILLS IS GREATER THAN ZERO
              MOVE RQN-DEPARTMENT-ID TO WS-ROLL-DEPT-ID
              PERFORM 7000-ROLL-UP-CONTRIBUTION
           END-IF.

       6000-WRITE-KPI-RECORDS.
      *    THE COMPANY RECORD AND ONE PER ACTIVE DEPARTMENT.
           PERFORM 6100-WRITE-ONE-KPI-RECORD
              VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX IS GREATER THAN WS-DEPT-COUNT.

       6100-WRITE-ONE-KPI-RECORD.
           IF NOT WS-TBL-DEPT-ACTIVE(WS-DPT-IDX)
              EXIT PARAGRAPH
           END-IF.

           PERFORM 6200-BUILD-KPI-RECORD.

           EXEC CICS WRITE
                FILE(APP-KPI-FILE-NAME)
                FROM (KPI-SUMMARY-RECORD)
                RIDFLD(KPI-SCOPE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(DUPREC)
      *       LAST NIGHT'S RECORD - REPLACE IT WITH TONIGHT'S FIGURES.
              EXEC CICS READ
                   FILE(APP-KPI-FILE-NAME)
                   INTO (KPI-SUMMARY-RECORD)
                   RIDFLD(KPI-SCOPE-KEY)
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              PERFORM 6200-BUILD-KPI-RECORD

              EXEC CICS REWRITE
                   FILE(APP-KPI-FILE-NAME)
                   FROM (KPI-SUMMARY-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO WS-KPI-WRITTEN
           END-IF.

       6200-BUILD-KPI-RECORD.
           INITIALIZE KPI-SUMMARY-RECORD.
           MOVE WS-TBL-DEPARTMENT-ID(WS-DPT-IDX) TO KPI-DEPARTMENT-ID.
           MOVE WS-TBL-PARENT-ID(WS-DPT-IDX)
              TO KPI-PARENT-DEPARTMENT-ID.
           MOVE WS-TBL-DEPARTMENT-NAME(WS-DPT-IDX)
              TO KPI-DEPARTMENT-NAME.
           MOVE WS-RUN-DATE TO KPI-AS-OF-DATE.

           MOVE WS-TBL-HEADS(WS-DPT-IDX) TO KPI-HEADCOUNT.
           MOVE WS-TBL-FTE(WS-DPT-IDX) TO KPI-FTE.

           MOVE WS-LATEST-PERIOD TO KPI-SNAPSHOT-PERIOD.
           MOVE WS-TBL-SNAP-FTE(WS-DPT-IDX) TO KPI-SNAPSHOT-FTE.
           MOVE WS-TBL-PRIOR-FTE(WS-DPT-IDX)
              TO KPI-PRIOR-SNAPSHOT-FTE.
           COMPUTE KPI-MONTH-CHANGE =
              WS-TBL-SNAP-FTE(WS-DPT-IDX)
              - WS-TBL-PRIOR-FTE(WS-DPT-IDX).

      *    TURNOVER - LEAVERS AGAINST THE AVERAGE OF THE PERIODS'
      *    HEADCOUNTS. A TINY DEPARTMENT CAN TURN OVER MORE THAN ITS
      *    WHOLE SELF; THE FIELD JUST TOPS OUT.
           MOVE WS-TBL-LEAVERS(WS-DPT-IDX) TO KPI-LEAVERS-12M.
           IF WS-PERIODS-IN-WINDOW IS GREATER THAN ZERO
              COMPUTE KPI-AVERAGE-HEADCOUNT ROUNDED =
                 WS-TBL-PERIOD-FTE(WS-DPT-IDX) / WS-PERIODS-IN-WINDOW
           END-IF.
           IF KPI-AVERAGE-HEADCOUNT IS GREATER THAN ZERO
              COMPUTE KPI-TURNOVER-PERCENT ROUNDED =
                 (KPI-LEAVERS-12M * 100) / KPI-AVERAGE-HEADCOUNT
                 ON SIZE ERROR
                    MOVE 999.9 TO KPI-TURNOVER-PERCENT
              END-COMPUTE
           END-IF.

           MOVE WS-TBL-SICK-DAYS(WS-DPT-IDX) TO KPI-SICK-DAYS.
           IF WS-TBL-HEADS(WS-DPT-IDX) IS GREATER THAN ZERO
              COMPUTE KPI-SICK-DAYS-PER-HEAD ROUNDED =
                 WS-TBL-SICK-DAYS(WS-DPT-IDX)
                 / WS-TBL-HEADS(WS-DPT-IDX)
                 ON SIZE ERROR
                    MOVE 999.9 TO KPI-SICK-DAYS-PER-HEAD
              END-COMPUTE
           END-IF.

           MOVE WS-TBL-OPEN-REQS(WS-DPT-IDX) TO KPI-OPEN-REQUISITIONS.
           MOVE WS-TBL-FILLS(WS-DPT-IDX) TO KPI-FILLED-REQUISITIONS.
           IF WS-TBL-FILLS(WS-DPT-IDX) IS GREATER THAN ZERO
              COMPUTE KPI-AVERAGE-DAYS-TO-FILL ROUNDED =
                 WS-TBL-FILL-DAYS(WS-DPT-IDX)
                 / WS-TBL-FILLS(WS-DPT-IDX)
           END-IF.

           MOVE WS-TBL-APR-ROSTER(WS-DPT-IDX) TO KPI-APPRAISAL-ROSTER.
           MOVE WS-TBL-APR-DONE(WS-DPT-IDX) TO KPI-APPRAISAL-DONE.
           IF WS-TBL-APR-ROSTER(WS-DPT-IDX) IS GREATER THAN ZERO
              COMPUTE KPI-APPRAISAL-PERCENT ROUNDED =
                 (WS-TBL-APR-DONE(WS-DPT-IDX) * 100)
                 / WS-TBL-APR-ROSTER(WS-DPT-IDX)
           END-IF.

           MOVE WS-TBL-COMPA-COUNT(WS-DPT-IDX) TO KPI-COMPA-COUNT.
           IF WS-TBL-COMPA-COUNT(WS-DPT-IDX) IS GREATER THAN ZERO
              COMPUTE KPI-AVERAGE-COMPA-RATIO ROUNDED =
                 WS-TBL-COMPA-TOTAL(WS-DPT-IDX)
                 / WS-TBL-COMPA-COUNT(WS-DPT-IDX)
                 ON SIZE ERROR
                    MOVE 999.9 TO KPI-AVERAGE-COMPA-RATIO
              END-COMPUTE
           END-IF.

       7000-ROLL-UP-CONTRIBUTION.
      *    ADD WS-CONTRIBUTION TO WS-ROLL-DEPT-ID'S ENTRY AND EVERY
      *    ENTRY UP ITS PARENT CHAIN, FINISHING WITH THE COMPANY.
           MOVE SPACE TO WS-ROLL-SWITCH.
           MOVE ZERO TO WS-ROLL-DEPTH.

           PERFORM 7100-ROLL-INTO-ONE-LEVEL
              UNTIL WS-ROLL-DONE.

       7100-ROLL-INTO-ONE-LEVEL.
           ADD 1 TO WS-ROLL-DEPTH.

      *    TOO DEEP MEANS A PARENT LOOP - SETTLE FOR THE COMPANY.
           IF WS-ROLL-DEPTH IS GREATER THAN 20
              MOVE ZERO TO WS-ROLL-DEPT-ID
           END-IF.

           SET WS-DPT-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
              AT END
                 MOVE ZERO TO WS-ROLL-DEPT-ID
              WHEN WS-DPT-IDX IS GREATER THAN WS-DEPT-COUNT
                 MOVE ZERO TO WS-ROLL-DEPT-ID
              WHEN WS-TBL-DEPARTMENT-ID(WS-DPT-IDX) IS EQUAL TO
                   WS-ROLL-DEPT-ID
                 PERFORM 7200-ADD-CONTRIBUTION
                 IF WS-ROLL-DEPT-ID IS EQUAL TO ZERO
                    SET WS-ROLL-DONE TO TRUE
                 ELSE
                    MOVE WS-TBL-PARENT-ID(WS-DPT-IDX)
                       TO WS-ROLL-DEPT-ID
                 END-IF
           END-SEARCH.

       7200-ADD-CONTRIBUTION.
           ADD WS-CTB-HEADS TO WS-TBL-HEADS(WS-DPT-IDX).
           ADD WS-CTB-FTE TO WS-TBL-FTE(WS-DPT-IDX).
           ADD WS-CTB-SNAP-FTE TO WS-TBL-SNAP-FTE(WS-DPT-IDX).
           ADD WS-CTB-PRIOR-FTE TO WS-TBL-PRIOR-FTE(WS-DPT-IDX).
           ADD WS-CTB-LEAVERS TO WS-TBL-LEAVERS(WS-DPT-IDX).
           ADD WS-CTB-PERIOD-FTE TO WS-TBL-PERIOD-FTE(WS-DPT-IDX).
           ADD WS-CTB-SICK-DAYS TO WS-TBL-SICK-DAYS(WS-DPT-IDX).
           ADD WS-CTB-OPEN-REQS TO WS-TBL-OPEN-REQS(WS-DPT-IDX).
           ADD WS-CTB-FILLS TO WS-TBL-FILLS(WS-DPT-IDX).
           ADD WS-CTB-FILL-DAYS TO WS-TBL-FILL-DAYS(WS-DPT-IDX).
           ADD WS-CTB-APR-ROSTER TO WS-TBL-APR-ROSTER(WS-DPT-IDX).
           ADD WS-CTB-APR-DONE TO WS-TBL-APR-DONE(WS-DPT-IDX).
           ADD WS-CTB-COMPA-COUNT TO WS-TBL-COMPA-COUNT(WS-DPT-IDX).
           ADD WS-CTB-COMPA-TOTAL TO WS-TBL-COMPA-TOTAL(WS-DPT-IDX).

       8800-LOOKUP-ABSENCE-TYPE.
      *    THE TYPE ROW FOR ABS-ABSENCE-TYPE LANDS IN
      *    ABSENCE-TYPE-RECORD. A LOOKUP THAT CAN'T BE LINKED TO
      *    READS AS AN UNKNOWN TYPE, SO NOTHING IS COUNTED ON A
      *    GUESS.
           MOVE SPACE TO WS-TYPE-CACHE-SWITCH.

           PERFORM 8810-SCAN-TYPE-CACHE
              VARYING WS-TYPE-CACHE-SUB FROM 1 BY 1
              UNTIL WS-TYPE-CACHE-SUB IS GREATER THAN
                    WS-TYPE-CACHE-COUNT
                 OR WS-TYPE-CACHED.

           IF WS-TYPE-CACHED
              MOVE ATL-TYPE-RECORD TO ABSENCE-TYPE-RECORD
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE ABS-TYPE-LOOKUP-COMMAREA.
           MOVE ABS-ABSENCE-TYPE TO ATL-TYPE-CODE.

           EXEC CICS LINK
                PROGRAM(APP-ABSTYPE-PROGRAM-NAME)
                COMMAREA(ABS-TYPE-LOOKUP-COMMAREA)
                LENGTH(LENGTH OF ABS-TYPE-LOOKUP-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              INITIALIZE ABS-TYPE-LOOKUP-COMMAREA
              MOVE ABS-ABSENCE-TYPE TO ATL-TYPE-CODE
              SET ATL-TYPE-UNKNOWN TO TRUE
           END-IF.

           IF WS-TYPE-CACHE-COUNT IS LESS THAN 40
              ADD 1 TO WS-TYPE-CACHE-COUNT
              MOVE ATL-TYPE-CODE
                 TO WS-TYC-CODE(WS-TYPE-CACHE-COUNT)
              MOVE ATL-RETURN-CODE
                 TO WS-TYC-RETURN-CODE(WS-TYPE-CACHE-COUNT)
              MOVE ATL-TYPE-RECORD
                 TO WS-TYC-RECORD(WS-TYPE-CACHE-COUNT)
           END-IF.

           MOVE ATL-TYPE-RECORD TO ABSENCE-TYPE-RECORD.

       8810-SCAN-TYPE-CACHE.
           IF WS-TYC-CODE(WS-TYPE-CACHE-SUB) IS EQUAL TO
              ABS-ABSENCE-TYPE
              SET WS-TYPE-CACHED TO TRUE
              MOVE WS-TYC-RETURN-CODE(WS-TYPE-CACHE-SUB)
                 TO ATL-RETURN-CODE
              MOVE WS-TYC-RECORD(WS-TYPE-CACHE-SUB)
                 TO ATL-TYPE-RECORD
           END-IF.

       1500-CHECK-RUN-CONTROL.
      *    A SECOND RUN ON THE SAME DAY IS REFUSED UNLESS THE OPERATOR
      *    TYPED 'FORCE' AFTER THE TRANSACTION ID.
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
                 MOVE 'Already Ran Today - Re-Enter With FORCE To Run Ag
      -              'ain!'
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
                RIDFLD(APP-RUNCTL-RRN-KPISUM)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
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
      *    OPENED AT START-UP.
           PERFORM 8200-UPDATE-RUN-CONTROL.
           PERFORM 8300-CLOSE-RUN-HISTORY.

       8100-WRITE-OPEN-HISTORY.
      *    STATUS 'F' UNTIL THE RUN PROVES OTHERWISE - A RUN THAT
      *    DIES MID-FLIGHT STAYS ON FILE AS A FAILURE.
           INITIALIZE RUN-HISTORY-RECORD.
           MOVE APP-KPIJOB-PROGRAM-NAME TO RNH-JOB-NAME.
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
                   RIDFLD(APP-RUNCTL-RRN-KPISUM)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-KPIJOB-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-KPIJOB-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-KPISUM)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-KPIJOB-PROGRAM-NAME TO RNH-JOB-NAME.
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
              MOVE WS-RECORDS-READ TO RNH-RECORDS-READ
              MOVE WS-KPI-WRITTEN TO RNH-RECORDS-WRITTEN
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
