       IDENTIFICATION DIVISION.
       PROGRAM-ID. EPAYHP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'PAY HISTORY BROWSE' PROGRAM.
      *      - LISTS AN EMPLOYEE'S PAY PERIODS FROM THE EARNINGS-
      *        HISTORY FILE EPHFDP LOADS FROM PAYROLL'S RESULTS FEED
      *        (SEE EPAYHST.CPY), NEWEST FIRST - PERIOD END, PAY DATE,
      *        GROSS, DEDUCTIONS AND NET - WITH PF8 PAGING BACKWARDS
      *        THROUGH THE OLDER PERIODS AND PF7 RETURNING TO THE
      *        NEWEST. SAME SHAPE AS ESALHP.
      *      - ADMINISTRATORS (EPERMTX FUNCTION 'PAYHIST', LEGACY RULE
      *        ADM ONLY) REACH IT FROM EVIEWP'S DETAIL SCREEN (PF19)
      *        WITH THE EMPLOYEE ALREADY LOCATED, OR ENTER IT DIRECTLY
      *        BY TRANSACTION ID AND KEY AN EMPLOYEE ID.
      *      - EVERYONE ELSE - STANDARD USERS COMING FROM EMYRECP'S
      *        PF5 - SEES ONLY THEIR OWN PERIODS: THE EMPLOYEE IS
      *        ALWAYS RESOLVED FROM THEIR SIGN-ON'S RU-EMPLOYEE-ID
      *        LINK, NEVER FROM THE COMM-AREA OR THE SCREEN, AND THE
      *        EMPLOYEE ID FIELD IS PROTECTED, SO THE SCREEN CANNOT
      *        WANDER TO ANYONE ELSE'S PAY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - PAY HISTORY MAPSET.
      *      - PAY HISTORY CONTAINER.
      *      - EARNINGS-HISTORY RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - REGISTERED USER RECORD.
      *      - PERMISSION MATRIX RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EPYHMAP.
       COPY EPYHCTR.
       COPY EPAYHST.
       COPY EMPMAST.
       COPY EREGUSR.
       COPY EPERMTX.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE       PIC S9(8) USAGE IS BINARY.
          05 WS-MESSAGE             PIC X(79) VALUE SPACES.
      *
       01 WS-EARN-SCAN-SWITCH       PIC X(1)  VALUE SPACES.
          88 WS-EARN-SCAN-DONE                VALUE 'Y'.
      *
       01 WS-LINES-FILLED           PIC S9(4) USAGE IS BINARY.
      *
       01 WS-PAGE-PROMPTS.
          05 WS-NO-MORE-PROMPT      PIC X(48) VALUE
             'No (More) Pay Periods On File - PF7=Newest Page.'.
          05 WS-ANY-EMPLOYEE-PROMPT PIC X(53) VALUE
             'Pay History - PF8=Older PF7=Newest PF9=New PF12=Exit.'.
          05 WS-OWN-PERIODS-PROMPT  PIC X(50) VALUE
             'Your Pay History - PF8=Older PF7=Newest PF12=Exit.'.
          05 WS-ACCESS-DENIED-PROMPT
                                    PIC X(56) VALUE
             'Access Denied - Only Your Own Pay History May Be Viewed!'.
      *
       01 WS-HISTORY-LINE.
          05 WS-HST-PERIOD-END      PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-HST-PAY-DATE        PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-HST-GROSS           PIC ZZZZZZ9.99.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-HST-DEDUCTIONS      PIC ZZZZZZ9.99.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-HST-NET             PIC ZZZZZZ9.99.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-HST-RESENT          PIC X(6)  VALUE SPACES.
          05 FILLER                 PIC X(8)  VALUE SPACES.
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
       01 WS-DEBUG-AID              PIC X(45) VALUE SPACES.
      *
       01 WS-DEBUG-MESSAGE.
          05 FILLER                 PIC X(5)  VALUE '<MSG:'.
          05 WS-DEBUG-TEXT          PIC X(45) VALUE SPACES.
          05 FILLER                 PIC X(1)  VALUE '>'.
          05 FILLER                 PIC X(5)  VALUE '<EB1='.
          05 WS-DEBUG-EIBRESP       PIC 9(8)  VALUE ZEROES.
          05 FILLER                 PIC X(1)  VALUE '>'.
          05 FILLER                 PIC X(5)  VALUE '<EB2='.
          05 WS-DEBUG-EIBRESP2      PIC 9(8)  VALUE ZEROES.
          05 FILLER                 PIC X(1)  VALUE '>'.
      *
       01 WS-DEBUG-MODE             PIC X(1)  VALUE 'N'.
          88 I-AM-DEBUGGING                   VALUE 'Y'.
          88 NOT-DEBUGGING                    VALUE 'N'.
      *
       01 WS-DEBUG-ITEM-NUMBER      PIC S9(4) USAGE IS BINARY.
      *
      *    TABLE-DRIVEN PERMISSION GATE (SEE EPERMTX.CPY) - 'A'/'N'
      *    FROM THE MATRIX DECIDES; NO ROW FALLS BACK TO THE LEGACY
      *    HARDCODED RULE AT THE CALL SITE.
       01 WS-PERM-FUNCTION          PIC X(8)  VALUE SPACES.
       01 WS-PERM-USER-TYPE         PIC X(3)  VALUE SPACES.
       01 WS-PERM-RESULT            PIC X(1)  VALUE SPACES.
          88 WS-PERM-ALLOWED                  VALUE 'A'.
          88 WS-PERM-DENIED                   VALUE 'D'.
          88 WS-PERM-USE-LEGACY               VALUE SPACE.
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION - USED
      *   WHEN EVIEWP HANDS OFF AN ALREADY-LOCATED EMPLOYEE ID, OR
      *   EMYRECP HANDS OFF THE CALLER'S OWN.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA               PIC X(8).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

      *    >>> DEBUGGING ONLY <<<
           MOVE 'MAIN-LOGIC' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EIBCALEN IS GREATER THAN ZERO THEN
              PERFORM 1500-FIRST-INTERACTION-FROM-HANDOFF
           ELSE
              EXEC CICS GET
                   CONTAINER(APP-PAYHIST-CONTAINER-NAME)
                   CHANNEL(APP-PAYHIST-CHANNEL-NAME)
                   INTO (PAY-HISTORY-CONTAINER)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              EVALUATE WS-CICS-RESPONSE
              WHEN DFHRESP(CHANNELERR)
              WHEN DFHRESP(CONTAINERERR)
      *            1ST INTERACTION -> NO CONTAINER YET (CREATE IT)
                   PERFORM 1000-FIRST-INTERACTION
              WHEN DFHRESP(NORMAL)
      *            NEXT INTERACTIONS -> CONTAINER FOUND (CONTINUE)
                   PERFORM 2000-PROCESS-USER-INPUT
              WHEN OTHER
                   MOVE 'Error Retrieving Pay History Container!'
                      TO WS-MESSAGE
              END-EVALUATE
           END-IF.

           PERFORM 9000-SEND-MAP-AND-RETURN.

      *-----------------------------------------------------------------
       START-UP SECTION.
      *-----------------------------------------------------------------

       1000-FIRST-INTERACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1000-FIRST-INTERACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.
           PERFORM 1200-ESTABLISH-VIEW-MODE.

           IF PYH-ANY-EMPLOYEE THEN
              MOVE 'Enter an Employee ID to Show Their Pay History!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
           ELSE
              PERFORM 1300-LOCATE-OWN-EMPLOYEE
           END-IF.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE PAY-HISTORY-CONTAINER.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EPYHMO.
           MOVE HIGH-VALUES TO PYH-RESUME-DATE.

       1200-ESTABLISH-VIEW-MODE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-ESTABLISH-VIEW-MODE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    PAY IS ADMINISTRATOR DATA, LIKE SALARY - ANY EMPLOYEE'S
      *    PERIODS ONLY FOR A CALLER GRANTED 'PAYHIST'. EVERYONE ELSE
      *    (AN ANONYMOUS CALLER INCLUDED) IS HELD TO THEIR OWN.
      *    SETTLED ONCE HERE AND CARRIED IN THE CONTAINER.
           PERFORM 4100-GET-MONITOR-CONTAINER.
           MOVE MON-USER-ID TO PYH-USER-ID.
           MOVE MON-USER-CATEGORY TO PYH-USER-CATEGORY.
           SET PYH-OWN-PERIODS-ONLY TO TRUE.

           IF PYH-USER-ID IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 'PAYHIST' TO WS-PERM-FUNCTION.
           MOVE PYH-USER-CATEGORY TO WS-PERM-USER-TYPE.
           PERFORM 8500-CHECK-PERMISSION.

           IF WS-PERM-ALLOWED OR (WS-PERM-USE-LEGACY AND
              MON-UC-ADMINISTRATOR) THEN
              SET PYH-ANY-EMPLOYEE TO TRUE
           END-IF.

       1300-LOCATE-OWN-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1300-LOCATE-OWN-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    SAME SIGN-ON-LINK RESOLUTION AS EMYRECP'S 2000 - THE
      *    EMPLOYEE SHOWN IS THE ONE THE SIGN-ON IS LINKED TO.
           IF PYH-USER-ID IS EQUAL TO SPACES THEN
              MOVE 'Please Sign On Before Viewing Your Pay History!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE PYH-USER-ID TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILE-NAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              RU-EMPLOYEE-ID IS EQUAL TO ZERO THEN
              MOVE 'No Employee Record Is Linked To Your Sign-On - Conta
      -           'ct HR!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE RU-EMPLOYEE-ID TO PYH-EMPLOYEE-ID.
           PERFORM 2060-CONFIRM-EMPLOYEE.

           IF PYH-EMPLOYEE-LOCATED THEN
              MOVE HIGH-VALUES TO PYH-RESUME-DATE
              PERFORM 2100-LOAD-HISTORY-PAGE
           END-IF.

       1500-FIRST-INTERACTION-FROM-HANDOFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1500-FIRST-INTERACTION-FROM-HANDOFF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    EVIEWP'S HANDOFF CARRIES THE DISPLAYED EMPLOYEE; EMYRECP'S
      *    CARRIES THE CALLER'S OWN. ONLY A 'PAYHIST' CALLER'S IS
      *    TAKEN AT ITS WORD - ANYONE ELSE GETS THE SIGN-ON LINK.
           PERFORM 1100-INITIALIZE.
           PERFORM 1200-ESTABLISH-VIEW-MODE.

           IF PYH-ANY-EMPLOYEE THEN
              MOVE DFHCOMMAREA TO PYH-EMPLOYEE-ID
              PERFORM 2060-CONFIRM-EMPLOYEE

              IF PYH-EMPLOYEE-LOCATED THEN
                 MOVE HIGH-VALUES TO PYH-RESUME-DATE
                 PERFORM 2100-LOAD-HISTORY-PAGE
              END-IF
           ELSE
              PERFORM 1300-LOCATE-OWN-EMPLOYEE

      *       SOMEONE ELSE'S RECORD HANDED OVER FROM EVIEWP IS REFUSED
      *       OUTRIGHT RATHER THAN QUIETLY SWAPPED FOR THE CALLER'S.
              IF PYH-EMPLOYEE-LOCATED AND
                 DFHCOMMAREA IS NOT EQUAL TO PYH-EMPLOYEE-ID THEN
                 SET PYH-NOT-SET TO TRUE
                 MOVE ZEROES TO PYH-EMPLOYEE-ID
                 MOVE SPACES TO PYH-PRIMARY-NAME
                 INITIALIZE EPYHMO
                 MOVE WS-ACCESS-DENIED-PROMPT TO WS-MESSAGE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS RECEIVE
                MAP(APP-PAYHIST-MAP-NAME)
                MAPSET(APP-PAYHIST-MAPSET-NAME)
                INTO (EPYHMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                IF PYH-ANY-EMPLOYEE
                   PERFORM 2050-LOCATE-EMPLOYEE
                ELSE
                   MOVE 'Your Own Pay History Only - PF8=Older PF7=Newes
      -                 't PF12=Exit.'
                      TO WS-MESSAGE
                END-IF
           WHEN DFHPF8
                IF PYH-EMPLOYEE-LOCATED
                   PERFORM 2100-LOAD-HISTORY-PAGE
                ELSE
                   MOVE 'Locate an Employee First!' TO WS-MESSAGE
                END-IF
           WHEN DFHPF7
                IF PYH-EMPLOYEE-LOCATED
                   MOVE HIGH-VALUES TO PYH-RESUME-DATE
                   PERFORM 2100-LOAD-HISTORY-PAGE
                ELSE
                   MOVE 'Locate an Employee First!' TO WS-MESSAGE
                END-IF
           WHEN DFHPF9
                IF PYH-ANY-EMPLOYEE
                   PERFORM 2200-START-NEW-SEARCH
                ELSE
                   MOVE 'Invalid Key!' TO WS-MESSAGE
                END-IF
           WHEN DFHPF12
                PERFORM 2400-DELETE-HISTORY-CONTAINER
                PERFORM 9200-RETURN-TO-CICS
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

       2050-LOCATE-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2050-LOCATE-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EMPLIDL IS EQUAL TO ZERO THEN
              MOVE 'Validation Error: Employee ID is required!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS BIF DEEDIT
                FIELD(EMPLIDI)
                LENGTH(LENGTH OF EMPLIDI)
                END-EXEC.
           MOVE EMPLIDI TO PYH-EMPLOYEE-ID.

           PERFORM 2060-CONFIRM-EMPLOYEE.

           IF PYH-EMPLOYEE-LOCATED THEN
              MOVE HIGH-VALUES TO PYH-RESUME-DATE
              PERFORM 2100-LOAD-HISTORY-PAGE
           END-IF.

       2060-CONFIRM-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2060-CONFIRM-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET PYH-NOT-SET TO TRUE.
           MOVE PYH-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET PYH-EMPLOYEE-LOCATED TO TRUE
                MOVE EMP-PRIMARY-NAME TO PYH-PRIMARY-NAME
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Employee ID Not Found!' TO WS-MESSAGE
                MOVE -1 TO EMPLIDL
           WHEN OTHER
                MOVE 'Error Reading Employee Record!' TO WS-MESSAGE
           END-EVALUATE.

       2100-LOAD-HISTORY-PAGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-LOAD-HISTORY-PAGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE EARNINGS KEY IS EMPLOYEE + ASCENDING PERIOD END DATE,
      *    SO NEWEST-FIRST IS THE SAME BACKWARDS READ ESALHP'S 2100
      *    RUNS OVER EMPCOMP - EACH PAGE LEAVES THE RESUME DATE AT
      *    ITS OLDEST LINE SO PF8 CONTINUES FURTHER BACK.
           INITIALIZE EPYHMO.
           MOVE ZERO TO WS-LINES-FILLED.
           MOVE SPACE TO WS-EARN-SCAN-SWITCH.

           MOVE PYH-EMPLOYEE-ID TO ERN-EMPLOYEE-ID.
           MOVE PYH-RESUME-DATE TO ERN-PERIOD-END-DATE.

           EXEC CICS STARTBR
                FILE(APP-EARNINGS-FILE-NAME)
                RIDFLD(ERN-EARNINGS-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2110-READ-PREV-EARNINGS-RECORD
                 UNTIL WS-EARN-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-EARNINGS-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           EVALUATE TRUE
           WHEN WS-LINES-FILLED IS EQUAL TO ZERO
                MOVE WS-NO-MORE-PROMPT TO WS-MESSAGE
           WHEN PYH-ANY-EMPLOYEE
                MOVE WS-ANY-EMPLOYEE-PROMPT TO WS-MESSAGE
           WHEN OTHER
                MOVE WS-OWN-PERIODS-PROMPT TO WS-MESSAGE
           END-EVALUATE.

       2110-READ-PREV-EARNINGS-RECORD.
           EXEC CICS READPREV
                FILE(APP-EARNINGS-FILE-NAME)
                RIDFLD(ERN-EARNINGS-KEY)
                INTO (EARNINGS-HISTORY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-EARN-SCAN-DONE TO TRUE
           WHEN ERN-EMPLOYEE-ID IS GREATER THAN PYH-EMPLOYEE-ID
      *         THE GTEQ POSITIONING CAN LAND ON THE *NEXT* EMPLOYEE'S
      *         FIRST RECORD - STEP BACK PAST IT.
                CONTINUE
           WHEN ERN-EMPLOYEE-ID IS LESS THAN PYH-EMPLOYEE-ID
      *         BACKED OFF THE FRONT OF THIS EMPLOYEE'S RECORDS.
                SET WS-EARN-SCAN-DONE TO TRUE
           WHEN ERN-PERIOD-END-DATE IS NOT LESS THAN PYH-RESUME-DATE
      *         THE FIRST READPREV AFTER A GTEQ POSITIONING CAN
      *         RETURN THE POSITIONED RECORD ITSELF - THE PAGE
      *         STARTS STRICTLY BEFORE THE RESUME DATE.
                CONTINUE
           WHEN OTHER
                ADD 1 TO WS-LINES-FILLED
                PERFORM 2120-BUILD-HISTORY-LINE
                MOVE ERN-PERIOD-END-DATE TO PYH-RESUME-DATE
                IF WS-LINES-FILLED IS NOT LESS THAN 16
                   SET WS-EARN-SCAN-DONE TO TRUE
                END-IF
           END-EVALUATE.

       2120-BUILD-HISTORY-LINE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-BUILD-HISTORY-LINE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-HISTORY-LINE.

           MOVE ERN-PERIOD-END-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-HST-PERIOD-END.

           MOVE ERN-PAY-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-HST-PAY-DATE.

           MOVE ERN-GROSS-PAY TO WS-HST-GROSS.
           MOVE ERN-TOTAL-DEDUCTIONS TO WS-HST-DEDUCTIONS.
           MOVE ERN-NET-PAY TO WS-HST-NET.

      *    A PERIOD PAYROLL HAS SENT AGAIN IS FLAGGED, SO A QUERY
      *    ABOUT A FIGURE THAT CHANGED CAN BE EXPLAINED.
           IF ERN-REPLACED-BY-RESEND
              MOVE 'RESENT' TO WS-HST-RESENT
           END-IF.

           SET PAYO-INDEX TO WS-LINES-FILLED.
           MOVE WS-HISTORY-LINE TO PAYLNO(PAYO-INDEX).

       2200-START-NEW-SEARCH.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-START-NEW-SEARCH' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CLEARS THE EMPLOYEE BUT KEEPS THE VIEW MODE AND THE
      *    CALLER SETTLED ON THE FIRST INTERACTION.
           SET PYH-NOT-SET TO TRUE.
           MOVE ZEROES TO PYH-EMPLOYEE-ID.
           MOVE SPACES TO PYH-PRIMARY-NAME.
           MOVE HIGH-VALUES TO PYH-RESUME-DATE.
           INITIALIZE EPYHMO.

           MOVE 'Enter an Employee ID to Show Their Pay History!'
              TO WS-MESSAGE.
           MOVE -1 TO EMPLIDL.

       2400-DELETE-HISTORY-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-HISTORY-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-PAYHIST-CONTAINER-NAME)
                CHANNEL(APP-PAYHIST-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4100-GET-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4100-GET-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS GET
                CONTAINER(APP-ACTMON-CONTAINER-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                INTO (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(CHANNELERR)
           WHEN DFHRESP(CONTAINERERR)
                MOVE 'No Activity Monitor Data Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Getting Activity Monitor!' TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       PERMISSION SECTION.
      *-----------------------------------------------------------------

       8500-CHECK-PERMISSION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '8500-CHECK-PERMISSION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CALLERS SET WS-PERM-FUNCTION AND WS-PERM-USER-TYPE. A
      *    MATRIX ROW SETTLES IT; NO ROW LEAVES THE LEGACY RULE IN
      *    CHARGE AT THE CALL SITE.
           MOVE SPACE TO WS-PERM-RESULT.
           MOVE WS-PERM-USER-TYPE TO PRM-USER-TYPE.
           MOVE WS-PERM-FUNCTION TO PRM-FUNCTION-CODE.

           EXEC CICS READ
                FILE(APP-PERM-MATRIX-FILE-NAME)
                INTO (PERMISSION-MATRIX-RECORD)
                RIDFLD(PRM-PERM-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              IF PRM-ALLOW-YES
                 SET WS-PERM-ALLOWED TO TRUE
              ELSE
                 SET WS-PERM-DENIED TO TRUE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-SEND-MAP-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9000-SEND-MAP-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 9100-POPULATE-MAP.
           PERFORM 9150-PUT-HISTORY-CONTAINER.

           EXEC CICS SEND
                MAP(APP-PAYHIST-MAP-NAME)
                MAPSET(APP-PAYHIST-MAPSET-NAME)
                FROM (EPYHMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-PAYHIST-CHANNEL-NAME)
                TRANSID(APP-PAYHIST-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF PYH-EMPLOYEE-LOCATED THEN
              MOVE PYH-EMPLOYEE-ID TO EMPLIDO
              MOVE PYH-PRIMARY-NAME TO PRNAMEO
           END-IF.

      *    A CALLER HELD TO THEIR OWN PERIODS CAN'T KEY ANOTHER ID.
           IF PYH-OWN-PERIODS-ONLY THEN
              MOVE DFHBMPRO TO EMPLIDA
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:3) IS EQUAL TO 'Pay'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:4) IS EQUAL TO 'Your'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:6) IS EQUAL TO 'Please'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           WHEN MESSO(1:6) IS EQUAL TO 'Access'
                MOVE DFHRED TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-HISTORY-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-HISTORY-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-PAYHIST-CONTAINER-NAME)
                CHANNEL(APP-PAYHIST-CHANNEL-NAME)
                FROM (PAY-HISTORY-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Pay History Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       9200-RETURN-TO-CICS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9200-RETURN-TO-CICS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS SEND CONTROL
                ERASE
                FREEKB
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

       9300-DEBUG-AID.
      *    >>> DEBUGGING ONLY <<<
           IF I-AM-DEBUGGING THEN
              INITIALIZE WS-DEBUG-MESSAGE

              MOVE WS-DEBUG-AID TO WS-DEBUG-TEXT
              MOVE EIBRESP TO WS-DEBUG-EIBRESP
              MOVE EIBRESP2 TO WS-DEBUG-EIBRESP2

              EXEC CICS WRITEQ TS
                   QNAME(APP-DEBUG-TRACE-QUEUE-NAME)
                   FROM (WS-DEBUG-MESSAGE)
                   ITEM (WS-DEBUG-ITEM-NUMBER)
                   MAIN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.
      *    >>> -------------- <<<
