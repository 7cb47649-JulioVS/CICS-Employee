       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESRWXP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'OVERDUE RETURN-TO-WORK INTERVIEWS' WEEKLY BATCH
      *        TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID ONCE A WEEK.
      *      - BROWSES THE RETURN-TO-WORK ITEMS (SEE ESRWITM.CPY) OVER
      *        THE MANAGER PATH, SO THEY COME BACK GROUPED BY MANAGER,
      *        AND LISTS EVERY ITEM STILL OPEN WHOSE SICK SPELL ENDED
      *        MORE THAN APP-RTWOVD-GRACE-DAYS WORKING DAYS AGO -
      *        WEEKENDS AND ACTIVE HOLIDAYS SKIPPED, AS ECASRP COUNTS
      *        THEM - UNDER A HEADING FOR ITS MANAGER.
      *      - ITEMS WITH NO MANAGER ON FILE (MANAGER ZERO) COME FIRST
      *        UNDER THEIR OWN HEADING, SO HR CAN CHASE THEM DIRECTLY
      *        AND PUT THE DEPARTMENT MANAGER RIGHT ON EDEPADM.
      *      - THE INTERVIEWS THEMSELVES ARE RECORDED ON ESRWP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - RETURN-TO-WORK ITEM RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - HOLIDAY CALENDAR RECORD.
      *      - BATCH RUN-CONTROL AND RUN-HISTORY RECORDS.
      ******************************************************************
       COPY ECONST.
       COPY ESRWITM.
       COPY EMPMAST.
       COPY EHOLDAY.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-REPORT-TITLE-LINE.
          05 FILLER                     PIC X(42)
             VALUE 'RETURN-TO-WORK INTERVIEWS OVERDUE - AS AT '.
          05 WS-TTL-RUN-DATE            PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(30)  VALUE SPACES.
      *
       01 WS-MANAGER-HEADING-LINE.
          05 FILLER                     PIC X(8)   VALUE 'MANAGER '.
          05 WS-MGH-MANAGER-ID          PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-MGH-MANAGER-NAME        PIC X(38)  VALUE SPACES.
          05 FILLER                     PIC X(25)  VALUE SPACES.
      *
       01 WS-NO-MANAGER-HEADING-LINE.
          05 FILLER                     PIC X(50)
             VALUE 'NO MANAGER ON FILE - PUT THE DEPARTMENT MANAGER ON'.
          05 FILLER                     PIC X(30)
             VALUE ' EDEPADM'.
      *
       01 WS-ITEM-LINE.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-ITM-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-ITM-FULL-NAME           PIC X(26)  VALUE SPACES.
          05 FILLER                     PIC X(6)   VALUE ' SICK '.
          05 WS-ITM-START-DATE          PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE '-'.
          05 WS-ITM-END-DATE            PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(16)
                                         VALUE '  WORKING DAYS  '.
          05 WS-ITM-DAYS-SINCE          PIC ZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACES.
      *
       01 WS-REPORT-TOTALS-LINE.
          05 FILLER                     PIC X(19)
                                         VALUE 'OVERDUE INTERVIEWS '.
          05 WS-TOT-OVERDUE             PIC ZZZZ9.
          05 FILLER                     PIC X(11)  VALUE '  MANAGERS '.
          05 WS-TOT-MANAGERS            PIC ZZZZ9.
          05 FILLER                     PIC X(13)
                                         VALUE '  OPEN ITEMS '.
          05 WS-TOT-OPEN                PIC ZZZZ9.
          05 FILLER                     PIC X(22)  VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-ITEMS-READ              PIC 9(5)  VALUE ZEROES.
          05 WS-ITEMS-OPEN              PIC 9(5)  VALUE ZEROES.
          05 WS-ITEMS-OVERDUE           PIC 9(5)  VALUE ZEROES.
          05 WS-MANAGERS-LISTED         PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-OVERDUE           PIC ZZZZ9.
      *
       01 WS-ITEM-BROWSE-SWITCH         PIC X(1)  VALUE SPACES.
          88 WS-ITEM-END-OF-FILE                  VALUE 'Y'.
          88 WS-ITEM-NOT-END-OF-FILE              VALUE 'N'.
      *
      *    THE PATH IS KEYED ON THE MANAGER ALONE - ZERO STARTS THE
      *    BROWSE AT THE TOP.
       01 WS-BROWSE-MANAGER-ID          PIC 9(8)  VALUE ZEROES.
      *
      *    MANAGER CONTROL BREAK - A HEADING GOES OUT BEFORE THE FIRST
      *    OVERDUE ITEM OF EACH MANAGER, SO A MANAGER WITH NOTHING
      *    OVERDUE DOES NOT APPEAR AT ALL.
       01 WS-HEADING-MANAGER-ID         PIC 9(8)  VALUE ZEROES.
       01 WS-HEADING-SWITCH             PIC X(1)  VALUE SPACES.
          88 WS-HEADING-WRITTEN                   VALUE 'Y'.
      *
      *    DATE ARITHMETIC IS DONE ON INTEGER-OF-DATE DAY NUMBERS.
       01 WS-DATE-NUMBERS.
          05 WS-TODAY-NUM               PIC 9(8)  VALUE ZEROES.
          05 WS-END-NUM                 PIC 9(8)  VALUE ZEROES.
          05 WS-DATE-CHECK              PIC S9(4) USAGE COMP.
          05 WS-TODAY-INT               PIC S9(8) USAGE IS BINARY.
          05 WS-END-INT                 PIC S9(8) USAGE IS BINARY.
      *
      *    BUSINESS-DAY CALENDAR WORK FIELDS (SEE EHOLDAY.CPY) - THE
      *    DAY-OF-WEEK TRICK IS ESICKP'S: INTEGER-OF-DATE COUNTS
      *    FROM A MONDAY, SO THE DAY NUMBER MOD 7 GIVES 6 FOR
      *    SATURDAY AND 0 FOR SUNDAY.
       01 WS-WDY-DATE                   PIC 9(8)  VALUE ZEROES.
       01 WS-WDY-DAY-OF-WEEK            PIC S9(4) USAGE IS BINARY.
       01 WS-WDY-FLAG                   PIC X(1)  VALUE SPACES.
          88 WS-DAY-IS-WORKING                    VALUE 'Y'.
      *
      *    THE WORKING DAYS SINCE THE SPELL ENDED ARE COUNTED UP TO
      *    THE REPORT LINE'S THREE DIGITS AT MOST - BEYOND THAT THE
      *    ITEM IS OVERDUE ANYWAY.
       01 WS-WALK-INT                   PIC S9(8) USAGE IS BINARY.
       01 WS-WALK-DAYS                  PIC 9(3)  VALUE ZEROES.

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
           PERFORM 2000-BUILD-OVERDUE-REPORT.
           PERFORM 2800-WRITE-REPORT-TOTALS.
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
           SET WS-ITEM-NOT-END-OF-FILE TO TRUE.
           MOVE SPACE TO WS-HEADING-SWITCH.

           MOVE WS-RUN-TODAY TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-RTWOVD-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE WS-RUN-TODAY TO WS-TTL-RUN-DATE.
           MOVE WS-REPORT-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2000-BUILD-OVERDUE-REPORT.
           PERFORM 2100-START-ITEM-BROWSE.
           IF NOT WS-ITEM-END-OF-FILE
              PERFORM 2200-READ-NEXT-ITEM
                 UNTIL WS-ITEM-END-OF-FILE
              PERFORM 2290-END-ITEM-BROWSE
           END-IF.

       2100-START-ITEM-BROWSE.
           MOVE ZEROES TO WS-BROWSE-MANAGER-ID.

           EXEC CICS STARTBR
                FILE(APP-RTWITEM-MGR-PATH-NAME)
                RIDFLD(WS-BROWSE-MANAGER-ID)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                SET WS-ITEM-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Return-To-Work Items!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2200-READ-NEXT-ITEM.
           EXEC CICS READNEXT
                FILE(APP-RTWITEM-MGR-PATH-NAME)
                RIDFLD(WS-BROWSE-MANAGER-ID)
                INTO (RETURN-TO-WORK-ITEM)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    THE PATH IS NON-UNIQUE, SO DUPKEY JUST MEANS MORE OF THE
      *    SAME MANAGER FOLLOWS - THE RECORD ITSELF CAME BACK FINE.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
           WHEN DFHRESP(DUPKEY)
                ADD 1 TO WS-ITEMS-READ
                IF RWI-OPEN
                   ADD 1 TO WS-ITEMS-OPEN
                   PERFORM 2300-CHECK-ONE-ITEM
                END-IF
           WHEN DFHRESP(ENDFILE)
                SET WS-ITEM-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Next Return-To-Work Item!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2290-END-ITEM-BROWSE.
           EXEC CICS ENDBR
                FILE(APP-RTWITEM-MGR-PATH-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2300-CHECK-ONE-ITEM.
      *    A SPELL WITH NO USABLE END DATE, OR ONE NOT OVER YET, HAS
      *    NOTHING TO BE LATE FOR.
           IF RWI-SICK-END-DATE IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.

           MOVE RWI-SICK-END-DATE TO WS-END-NUM.
           MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-END-NUM)
              TO WS-DATE-CHECK.
           IF WS-DATE-CHECK IS NOT EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-END-INT =
              FUNCTION INTEGER-OF-DATE(WS-END-NUM).
           IF WS-END-INT IS NOT LESS THAN WS-TODAY-INT
              EXIT PARAGRAPH
           END-IF.

      *    WORKING DAYS FROM THE DAY AFTER THE SPELL ENDED UP TO AND
      *    INCLUDING TODAY.
           MOVE ZERO TO WS-WALK-DAYS.

           PERFORM 2510-COUNT-ONE-DAY
              VARYING WS-WALK-INT FROM WS-END-INT BY 1
              UNTIL WS-WALK-INT IS NOT LESS THAN WS-TODAY-INT
                 OR WS-WALK-DAYS IS EQUAL TO 999.

           IF WS-WALK-DAYS IS GREATER THAN APP-RTWOVD-GRACE-DAYS
              PERFORM 2700-WRITE-ITEM-LINE
           END-IF.

       2510-COUNT-ONE-DAY.
      *    THE WALK VARIES FROM THE END DATE ITSELF, SO THE DAY
      *    CHECKED IS THE ONE AFTER.
           COMPUTE WS-WDY-DATE =
              FUNCTION DATE-OF-INTEGER(WS-WALK-INT + 1).

           PERFORM 2520-CHECK-WORKING-DAY.

           IF WS-DAY-IS-WORKING
              ADD 1 TO WS-WALK-DAYS
           END-IF.

       2520-CHECK-WORKING-DAY.
      *    THE CALLER PUTS THE DATE IN WS-WDY-DATE. A WEEKEND OR AN
      *    ACTIVE ROW ON THE HOLIDAY CALENDAR MAKES IT A NON-WORKING
      *    DAY; A CALENDAR FILE THAT ISN'T THERE JUST MEANS NO
      *    HOLIDAYS ARE RECORDED.
           SET WS-DAY-IS-WORKING TO TRUE.

           COMPUTE WS-WDY-DAY-OF-WEEK = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(WS-WDY-DATE), 7).

           IF WS-WDY-DAY-OF-WEEK IS EQUAL TO 6 OR
              WS-WDY-DAY-OF-WEEK IS EQUAL TO 0
              MOVE SPACE TO WS-WDY-FLAG
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-WDY-DATE TO HOL-HOLIDAY-DATE.

           EXEC CICS READ
                FILE(APP-HOLIDAY-FILE-NAME)
                INTO (HOLIDAY-RECORD)
                RIDFLD(HOL-HOLIDAY-DATE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              HOL-ACTIVE
              MOVE SPACE TO WS-WDY-FLAG
           END-IF.

       2700-WRITE-ITEM-LINE.
           IF NOT WS-HEADING-WRITTEN OR
              RWI-MANAGER-EMPLOYEE-ID IS NOT EQUAL TO
              WS-HEADING-MANAGER-ID THEN
              PERFORM 2710-WRITE-MANAGER-HEADING
           END-IF.

           ADD 1 TO WS-ITEMS-OVERDUE.

           INITIALIZE WS-ITEM-LINE.
           MOVE RWI-EMPLOYEE-ID TO WS-ITM-EMPLOYEE-ID.
           MOVE RWI-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           PERFORM 2720-READ-EMPLOYEE-NAME.
           MOVE EMP-FULL-NAME(1:26) TO WS-ITM-FULL-NAME.
           MOVE RWI-SICK-START-DATE TO WS-ITM-START-DATE.
           MOVE RWI-SICK-END-DATE TO WS-ITM-END-DATE.
           MOVE WS-WALK-DAYS TO WS-ITM-DAYS-SINCE.
           MOVE WS-ITEM-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2710-WRITE-MANAGER-HEADING.
           SET WS-HEADING-WRITTEN TO TRUE.
           MOVE RWI-MANAGER-EMPLOYEE-ID TO WS-HEADING-MANAGER-ID.
           ADD 1 TO WS-MANAGERS-LISTED.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           IF RWI-MANAGER-EMPLOYEE-ID IS EQUAL TO ZERO
              MOVE WS-NO-MANAGER-HEADING-LINE TO WS-REPORT-LINE
           ELSE
              MOVE RWI-MANAGER-EMPLOYEE-ID TO WS-MGH-MANAGER-ID
              MOVE RWI-MANAGER-EMPLOYEE-ID TO EMP-EMPLOYEE-ID
              PERFORM 2720-READ-EMPLOYEE-NAME
              MOVE EMP-FULL-NAME TO WS-MGH-MANAGER-NAME
              MOVE WS-MANAGER-HEADING-LINE TO WS-REPORT-LINE
           END-IF.

           PERFORM 9100-WRITE-REPORT-LINE.

       2720-READ-EMPLOYEE-NAME.
      *    THE CALLER PUTS THE ID IN EMP-EMPLOYEE-ID.
           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              INITIALIZE EMPLOYEE-MASTER-RECORD
              MOVE '*** NOT ON EMPLOYEE MASTER ***' TO EMP-FULL-NAME
           END-IF.

       2800-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE WS-ITEMS-OVERDUE TO WS-TOT-OVERDUE.
           MOVE WS-MANAGERS-LISTED TO WS-TOT-MANAGERS.
           MOVE WS-ITEMS-OPEN TO WS-TOT-OPEN.
           MOVE WS-REPORT-TOTALS-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-ITEMS-OVERDUE TO WS-REPLY-OVERDUE.

           STRING 'Return-To-Work Overdue Report Complete - '
                  FUNCTION TRIM(WS-REPLY-OVERDUE)
                  ' Listed - Queue '
                  APP-RTWOVD-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-RTWOVD-QUEUE-NAME)
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
                 MOVE 'Already Ran Today - Re-Enter With FORCE To Rerun 
      -              '(Output Kept)!'
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
                RIDFLD(APP-RUNCTL-RRN-RTWOVD)
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
           MOVE APP-RTWOVD-PROGRAM-NAME TO RNH-JOB-NAME.
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
                   RIDFLD(APP-RUNCTL-RRN-RTWOVD)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-RTWOVD-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-RTWOVD-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-RTWOVD)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-RTWOVD-PROGRAM-NAME TO RNH-JOB-NAME.
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
              MOVE WS-ITEMS-READ TO RNH-RECORDS-READ
              MOVE WS-ITEMS-OVERDUE TO RNH-RECORDS-WRITTEN
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
