       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESWPP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'NIGHTLY EMPMAST SWEEP' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID (OR LINKED TO BY THE
      *        NIGHTLY DRIVER, ENIGHTP) TO WALK THE WHOLE EMPLOYEE
      *        MASTER FILE ONCE AND REBUILD THE SWEEP WORK FILE (SEE
      *        ESWEEP.CPY) - EVERY EMPLOYEE, SORTED BY DEPARTMENT AND
      *        PRE-JOINED WITH THE DEPARTMENT NAME AND ENTITY, THE
      *        SALARY IN EFFECT AND THE JOB-TITLE DESCRIPTION.
      *      - THE ROSTER, APPRAISAL-DUE, PAYROLL AND ANNIVERSARY JOBS
      *        BROWSE THE WORK FILE INSTEAD OF EACH WALKING EMPMAST
      *        (AND RE-READING EMPCOMP/DEPTMAST) ON THEIR OWN, AND
      *        REFUSE TO RUN UNTIL THIS JOB HAS COMPLETED.
      *      - THE PRIOR NIGHT'S SWEEP IS DROPPED BEFORE THE NEW ONE
      *        IS WRITTEN, SO THE FILE ONLY EVER HOLDS ONE GENERATION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - COMPENSATION HISTORY RECORD.
      *      - JOB-TITLE CODE TABLE RECORD.
      *      - SWEEP WORK FILE RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EMPMAST.
       COPY DEPTMAST.
       COPY ECOMP.
       COPY EJOBTTL.
       COPY ESWEEP.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-EMPLOYEES-SCANNED       PIC 9(5)  VALUE ZEROES.
          05 WS-EMPLOYEES-WRITTEN       PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-WRITTEN           PIC ZZZZ9.
      *
       01 WS-BROWSE-SWITCH               PIC X(1)  VALUE SPACES.
          88 WS-END-OF-FILE                        VALUE 'Y'.
          88 WS-NOT-END-OF-FILE                    VALUE 'N'.
      *
       01 WS-CLEAR-SWITCH                PIC X(1)  VALUE SPACES.
          88 WS-CLEAR-DONE                         VALUE 'Y'.
      *
       01 WS-COMP-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-COMP-SCAN-DONE                     VALUE 'Y'.
          88 WS-COMP-NOT-DONE                      VALUE 'N'.
      *
       01 WS-DEPT-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-DEPT-SCAN-DONE                     VALUE 'Y'.
      *
       01 WS-ENTRY-FOUND-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-ENTRY-FOUND                        VALUE 'Y'.
      *
      *    THE DATE THIS SWEEP IS WRITTEN UNDER - LEADS THE WORK FILE
      *    KEY AND IS THE "AS OF" DATE FOR THE SALARY IN EFFECT.
      *
       01 WS-SWEEP-DATE                  PIC X(8)  VALUE SPACES.
      *
      *    EACH DEPARTMENT'S NAME AND ENTITY, LOADED ONCE SO THE SWEEP
      *    DOESN'T RE-READ DEPTMAST FOR EVERY EMPLOYEE - SAME 200-ENTRY
      *    CAP AS EPAYXP'S TABLE; A DEPARTMENT PAST THE CAP IS SIMPLY
      *    READ DIRECTLY.
      *
       01 WS-DEPT-TABLE-AREA.
          05 WS-DEPT-COUNT              PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-DEPT-ENTRY OCCURS 200 TIMES
                INDEXED BY WS-DPT-IDX.
             10 WS-TBL-DEPARTMENT-ID    PIC 9(8).
             10 WS-TBL-DEPARTMENT-NAME  PIC X(30).
             10 WS-TBL-DEPT-COMPANY     PIC X(4).

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
          05 WS-GAP-SAVE-TEXT        PIC X(79).
          05 WS-RUNGAP-NUM-DATE      PIC 9(8).
          05 WS-RUNGAP-LAST-DAYS     PIC S9(8) USAGE IS BINARY.
          05 WS-RUNGAP-TODAY-DAYS    PIC S9(8) USAGE IS BINARY.
      *
       01 WS-RUNCTL-FOUND-FLAG       PIC X(1)  VALUE SPACES.
          88 WS-RUNCTL-RECORD-FOUND           VALUE 'Y'.
      *
       01 WS-FORCE-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-FORCED-RUN                    VALUE 'Y'.
      *
       01 WS-RUNGAP-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-RUN-GAP-SEEN                  VALUE 'Y'.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 1800-LOAD-DEPARTMENT-TABLE.
           PERFORM 2000-BUILD-SWEEP-WORK-FILE.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 8000-FINISH-RUN-ADMIN.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.

      *    RUN-CONTROL GATE FIRST - A REFUSED RERUN MUST NOT TOUCH
      *    THE WORK FILE THE REPORT JOBS MAY ALREADY BE READING.
           PERFORM 1500-CHECK-RUN-CONTROL.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE WS-RUN-TODAY TO WS-SWEEP-DATE.

           PERFORM 1600-MARK-SWEEP-IN-PROGRESS.
           PERFORM 1700-CLEAR-PRIOR-SWEEP.

       1600-MARK-SWEEP-IN-PROGRESS.
      *    THE REPORT JOBS TRUST THE WORK FILE ONLY WHILE THIS JOB'S
      *    RUN-CONTROL RECORD SHOWS A COMPLETED SWEEP. FLAG IT FAILED
      *    BEFORE THE OLD GENERATION IS DROPPED, SO A JOB STARTED
      *    MID-REBUILD - OR AFTER A SWEEP THAT DIED PART WAY - IS
      *    REFUSED INSTEAD OF READING A PARTIAL OR EMPTY FILE. THE
      *    LAST-RUN DATE IS LEFT ALONE FOR THE RERUN CHECK. 8200 SETS
      *    IT COMPLETE AGAIN AT THE END.
           PERFORM 1510-READ-RUN-CONTROL.

           IF WS-RUNCTL-RECORD-FOUND THEN
              EXEC CICS READ
                   FILE(APP-RUNCTL-FILE-NAME)
                   INTO (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-SWEEP)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              SET RNC-ST-FAILED TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       1700-CLEAR-PRIOR-SWEEP.
      *    THE SWEEP DATE LEADS THE KEY, SO EACH GENERATION LEFT ON
      *    FILE (NORMALLY JUST LAST NIGHT'S, PLUS TODAY'S ON A FORCED
      *    RERUN) GOES WITH ONE GENERIC DELETE ON ITS DATE - FIND THE
      *    LOWEST DATE STILL ON FILE, DROP IT, AND REPEAT UNTIL THE
      *    FILE IS EMPTY.
           MOVE SPACE TO WS-CLEAR-SWITCH.

           PERFORM 1710-DROP-NEXT-GENERATION
              UNTIL WS-CLEAR-DONE.

       1710-DROP-NEXT-GENERATION.
           MOVE LOW-VALUES TO SWP-SWEEP-KEY.

           EXEC CICS STARTBR
                FILE(APP-SWEEP-FILE-NAME)
                RIDFLD(SWP-SWEEP-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-CLEAR-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READNEXT
                FILE(APP-SWEEP-FILE-NAME)
                RIDFLD(SWP-SWEEP-KEY)
                INTO (SWEEP-WORK-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-CLEAR-DONE TO TRUE
           END-IF.

           EXEC CICS ENDBR
                FILE(APP-SWEEP-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CLEAR-DONE
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS DELETE
                FILE(APP-SWEEP-FILE-NAME)
                RIDFLD(SWP-SWEEP-DATE)
                KEYLENGTH(LENGTH OF SWP-SWEEP-DATE)
                GENERIC
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Error Clearing The Prior Sweep Work File!'
                 TO WS-REPLY-TEXT
              PERFORM 9200-SEND-REPLY-AND-RETURN
           END-IF.

       1800-LOAD-DEPARTMENT-TABLE.
      *    EACH DEPARTMENT'S NAME AND ENTITY (BLANK = HOME COMPANY).
           MOVE ZERO TO WS-DEPT-COUNT.
           MOVE SPACE TO WS-DEPT-SCAN-SWITCH.

           INITIALIZE DEPARTMENT-MASTER-RECORD.

           EXEC CICS STARTBR
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 1810-STORE-NEXT-DEPARTMENT
                 UNTIL WS-DEPT-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-DEPT-MASTER-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       1810-STORE-NEXT-DEPARTMENT.
           EXEC CICS READNEXT
                FILE(APP-DEPT-MASTER-FILE-NAME)
                RIDFLD(DEPT-DEPARTMENT-ID)
                INTO (DEPARTMENT-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-DEPT-SCAN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF WS-DEPT-COUNT IS LESS THAN 200
              ADD 1 TO WS-DEPT-COUNT
              SET WS-DPT-IDX TO WS-DEPT-COUNT
              MOVE DEPT-DEPARTMENT-ID
                 TO WS-TBL-DEPARTMENT-ID(WS-DPT-IDX)
              MOVE DEPT-DEPARTMENT-NAME
                 TO WS-TBL-DEPARTMENT-NAME(WS-DPT-IDX)
              IF DEPT-COMPANY-CODE IS EQUAL TO SPACES
                 MOVE APP-HOME-COMPANY-CODE
                    TO WS-TBL-DEPT-COMPANY(WS-DPT-IDX)
              ELSE
                 MOVE DEPT-COMPANY-CODE
                    TO WS-TBL-DEPT-COMPANY(WS-DPT-IDX)
              END-IF
           END-IF.

       2000-BUILD-SWEEP-WORK-FILE.
           PERFORM 2100-START-BROWSING.
           IF NOT WS-END-OF-FILE
              PERFORM 2200-READ-NEXT-EMPLOYEE UNTIL WS-END-OF-FILE
              PERFORM 2400-END-BROWSING
           END-IF.

       2100-START-BROWSING.
      *    ZERO KEY POSITIONS THE BROWSE AT THE FIRST EMPLOYEE ON FILE
      *    BY EMPLOYEE ID - SAME IDIOM EAPRDP USED. THE WORK FILE'S
      *    OWN KEY PUTS THE RECORDS BACK INTO DEPARTMENT ORDER.
           INITIALIZE EMPLOYEE-MASTER-RECORD.

           EXEC CICS STARTBR
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                SET WS-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Employee Master!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2200-READ-NEXT-EMPLOYEE.
           EXEC CICS READNEXT
                FILE(APP-EMP-MASTER-FILE-NAME)
                RIDFLD(EMP-EMPLOYEE-ID)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                ADD 1 TO WS-EMPLOYEES-SCANNED
                PERFORM 2300-WRITE-SWEEP-RECORD
           WHEN DFHRESP(ENDFILE)
                SET WS-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Next Employee!' TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2300-WRITE-SWEEP-RECORD.
      *    EVERY EMPLOYEE IS CARRIED, WHATEVER THEIR STATUS - EACH
      *    READING JOB STILL APPLIES ITS OWN SELECTION.
           INITIALIZE SWEEP-WORK-RECORD.
           MOVE WS-SWEEP-DATE          TO SWP-SWEEP-DATE.
           MOVE EMP-DEPARTMENT-ID      TO SWP-DEPARTMENT-ID.
           MOVE EMP-EMPLOYEE-ID        TO SWP-EMPLOYEE-ID.
           MOVE EMPLOYEE-MASTER-RECORD TO SWP-EMPLOYEE-IMAGE.

           PERFORM 2310-GET-DEPARTMENT-DETAILS.
           PERFORM 2320-GET-IN-EFFECT-COMPENSATION.
           PERFORM 2340-GET-JOB-TITLE-DESC.

           EXEC CICS WRITE
                FILE(APP-SWEEP-FILE-NAME)
                FROM (SWEEP-WORK-RECORD)
                RIDFLD(SWP-SWEEP-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Error Writing The Sweep Work File!'
                 TO WS-REPLY-TEXT
              PERFORM 9200-SEND-REPLY-AND-RETURN
           END-IF.

           ADD 1 TO WS-EMPLOYEES-WRITTEN.

       2310-GET-DEPARTMENT-DETAILS.
      *    FROM THE TABLE, OR A DIRECT READ FOR A DEPARTMENT PAST THE
      *    TABLE'S CAP. A DEPARTMENT NOT ON FILE LEAVES BOTH FIELDS
      *    BLANK - THE READING JOBS DECIDE WHAT THAT MEANS TO THEM.
           MOVE SPACE TO WS-ENTRY-FOUND-SWITCH.

           SET WS-DPT-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
              AT END
                 CONTINUE
              WHEN WS-DPT-IDX IS GREATER THAN WS-DEPT-COUNT
                 CONTINUE
              WHEN WS-TBL-DEPARTMENT-ID(WS-DPT-IDX) IS EQUAL TO
                   EMP-DEPARTMENT-ID
                 SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH.

           IF WS-ENTRY-FOUND
              MOVE WS-TBL-DEPARTMENT-NAME(WS-DPT-IDX)
                 TO SWP-DEPARTMENT-NAME
              MOVE WS-TBL-DEPT-COMPANY(WS-DPT-IDX)
                 TO SWP-COMPANY-CODE
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-DEPARTMENT-ID TO DEPT-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-MASTER-FILE-NAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE DEPT-DEPARTMENT-NAME TO SWP-DEPARTMENT-NAME
              IF DEPT-COMPANY-CODE IS EQUAL TO SPACES
                 MOVE APP-HOME-COMPANY-CODE TO SWP-COMPANY-CODE
              ELSE
                 MOVE DEPT-COMPANY-CODE TO SWP-COMPANY-CODE
              END-IF
           END-IF.

       2320-GET-IN-EFFECT-COMPENSATION.
      *    THE COMPENSATION KEY IS EMPLOYEE ID + ASCENDING EFFECTIVE
      *    DATE, SO A FORWARD SCAN OF THE EMPLOYEE'S RECORDS LEAVES
      *    THE LATEST ONE DATED ON OR BEFORE THE SWEEP DATE AS THE
      *    LAST ONE TAKEN - SAME SCAN EPAYXP USED TO DO FOR ITSELF.
           SET WS-COMP-NOT-DONE TO TRUE.

           MOVE EMP-EMPLOYEE-ID TO CMP-EMPLOYEE-ID.
           MOVE LOW-VALUES TO CMP-EFFECTIVE-DATE.

           EXEC CICS STARTBR
                FILE(APP-EMP-COMP-FILE-NAME)
                RIDFLD(CMP-COMP-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2330-SCAN-NEXT-COMP-RECORD
                 UNTIL WS-COMP-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-EMP-COMP-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2330-SCAN-NEXT-COMP-RECORD.
           EXEC CICS READNEXT
                FILE(APP-EMP-COMP-FILE-NAME)
                RIDFLD(CMP-COMP-KEY)
                INTO (COMPENSATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-COMP-SCAN-DONE TO TRUE
           WHEN CMP-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
                SET WS-COMP-SCAN-DONE TO TRUE
           WHEN CMP-EFFECTIVE-DATE IS GREATER THAN WS-SWEEP-DATE
      *         A FUTURE-DATED RAISE ISN'T IN EFFECT YET - AND
      *         NOTHING AFTER IT CAN BE EITHER.
                SET WS-COMP-SCAN-DONE TO TRUE
           WHEN OTHER
                MOVE CMP-ANNUAL-SALARY TO SWP-ANNUAL-SALARY
                MOVE CMP-PAY-GRADE TO SWP-PAY-GRADE
                MOVE CMP-EFFECTIVE-DATE TO SWP-COMP-EFF-DATE
           END-EVALUATE.

       2340-GET-JOB-TITLE-DESC.
      *    EMP-JOB-TITLE CARRIES A JOBTITLE CODE, LEFT-JUSTIFIED. A
      *    BLANK OR UNKNOWN CODE LEAVES THE DESCRIPTION BLANK.
           IF EMP-JOB-TITLE(1:8) IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-JOB-TITLE(1:8) TO JTL-JOB-TITLE-CODE.

           EXEC CICS READ
                FILE(APP-JOBTITLE-FILE-NAME)
                INTO (JOB-TITLE-RECORD)
                RIDFLD(JTL-JOB-TITLE-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE JTL-JOB-TITLE-DESC TO SWP-JOB-TITLE-DESC
           END-IF.

       2400-END-BROWSING.
           EXEC CICS ENDBR
                FILE(APP-EMP-MASTER-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-EMPLOYEES-WRITTEN TO WS-REPLY-WRITTEN.

           STRING 'Nightly Sweep Complete - '
                  FUNCTION TRIM(WS-REPLY-WRITTEN)
                  ' Employee(s) Written To '
                  APP-SWEEP-FILE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.


       1500-CHECK-RUN-CONTROL.
      *    A SECOND RUN ON THE SAME DAY WOULD REBUILD THE WORK FILE
      *    UNDER THE REPORT JOBS, SO IT IS REFUSED UNLESS THE OPERATOR
      *    TYPED 'FORCE' AFTER THE TRANSACTION ID. THIS RUNS BEFORE
      *    THE WORK FILE IS CLEARED. A MISSED NIGHT SINCE THE LAST
      *    RECORDED RUN IS WARNED ABOUT IN THE REPLY TEXT.
           MOVE LENGTH OF WS-TERMINAL-INPUT
              TO WS-TERMINAL-INPUT-LEN.

           MOVE SPACES TO WS-TERMINAL-INPUT.

      *    WHEN THE NIGHTLY DRIVER (ENIGHTP) LINKS TO US THERE IS NO
      *    TERMINAL INPUT TO READ - ITS COMMAREA MARKS THE CALL, SO
      *    THE RECEIVE (AND THE FORCE KEYWORD) APPLY ONLY TO A
      *    DIRECT TERMINAL ENTRY.
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
                 MOVE 'Already Ran Today - Re-Enter With FORCE To Re-Run
      -              ' (Sweep Kept)!'
                    TO WS-REPLY-TEXT
                 PERFORM 9200-SEND-REPLY-AND-RETURN
              END-IF

              IF RNC-LAST-RUN-DATE IS NUMERIC AND
                 RNC-LAST-RUN-DATE IS LESS THAN WS-RUN-TODAY THEN
                 MOVE RNC-LAST-RUN-DATE TO WS-RUNGAP-NUM-DATE
                 COMPUTE WS-RUNGAP-LAST-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUNGAP-NUM-DATE)
                 MOVE WS-RUN-TODAY TO WS-RUNGAP-NUM-DATE
                 COMPUTE WS-RUNGAP-TODAY-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUNGAP-NUM-DATE)
                 IF WS-RUNGAP-TODAY-DAYS - WS-RUNGAP-LAST-DAYS
                    IS GREATER THAN 1 THEN
                    SET WS-RUN-GAP-SEEN TO TRUE
                 END-IF
              END-IF
           END-IF.

           PERFORM 8100-WRITE-OPEN-HISTORY.

       1510-READ-RUN-CONTROL.
           INITIALIZE WS-RUNCTL-FOUND-FLAG.

           EXEC CICS READ
                FILE(APP-RUNCTL-FILE-NAME)
                INTO (RUN-CONTROL-RECORD)
                RIDFLD(APP-RUNCTL-RRN-SWEEP)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-RUNCTL-RECORD-FOUND TO TRUE
           END-IF.

       8000-FINISH-RUN-ADMIN.
      *    THE RUN MADE IT TO THE END - RECORD THE COMPLETION ON THE
      *    RUN-CONTROL RECORD (WHICH IS WHAT THE REPORT JOBS CHECK
      *    BEFORE TRUSTING THE WORK FILE) AND CLOSE OUT THE
      *    RUN-HISTORY ENTRY OPENED AT START-UP, THEN TACK THE
      *    MISSED-NIGHT WARNING (IF ANY) ONTO THE REPLY TEXT.
           PERFORM 8200-UPDATE-RUN-CONTROL.
           PERFORM 8300-CLOSE-RUN-HISTORY.

           IF WS-RUN-GAP-SEEN THEN
              MOVE WS-REPLY-TEXT TO WS-GAP-SAVE-TEXT
              MOVE SPACES TO WS-REPLY-TEXT
              STRING FUNCTION TRIM(WS-GAP-SAVE-TEXT)
                     ' (Warn: Prior Run Missed!)'
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           END-IF.

       8100-WRITE-OPEN-HISTORY.
      *    STATUS 'F' UNTIL THE RUN PROVES OTHERWISE - A RUN THAT
      *    DIES MID-FLIGHT STAYS ON FILE AS A FAILURE.
           INITIALIZE RUN-HISTORY-RECORD.
           MOVE APP-SWEEP-PROGRAM-NAME TO RNH-JOB-NAME.
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
                   RIDFLD(APP-RUNCTL-RRN-SWEEP)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-SWEEP-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-SWEEP-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-SWEEP)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-SWEEP-PROGRAM-NAME TO RNH-JOB-NAME.
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
              MOVE WS-EMPLOYEES-WRITTEN TO RNH-RECORDS-WRITTEN
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
