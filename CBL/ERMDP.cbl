       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERMDP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'FOLLOW-UP REMINDERS' PROGRAM.
      *      - PERSONAL 'TICKLERS' FOR THE SIGNED-ON USER: A DUE DATE,
      *        AN OPTIONAL EMPLOYEE ID AND A SHORT TEXT, ONE RECORD
      *        PER REMINDER (SEE ERMDR.CPY), KEYED OWNER + DUE DATE
      *        SO THEY BROWSE IN DUE ORDER.
      *      - THE SCREEN LISTS THE USER'S OPEN REMINDERS DUE TODAY OR
      *        OVERDUE, TEN TO A PAGE (PF8 NEXT PAGE, PF7 BACK TO THE
      *        FIRST). PF4 ADDS ONE FROM THE ENTRY FIELDS; KEYING A
      *        LINE NUMBER AND PF5 COMPLETES IT, PF6 SNOOZES IT TO THE
      *        DUE DATE KEYED (TOMORROW IF NONE IS KEYED).
      *      - EVERY REMINDER BELONGS TO WHOEVER IS SIGNED ON - AN
      *        ANONYMOUS CALLER IS TURNED AWAY.
      *      - REACHED FROM EMENUA (PF8), FROM EVIEWP'S DETAIL SCREEN
      *        (PF20) WITH THE DISPLAYED EMPLOYEE'S ID ALREADY FILLED
      *        IN, OR ENTERED DIRECTLY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - REMINDERS MAPSET.
      *      - REMINDERS CONTAINER.
      *      - REMINDER RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ERMDMAP.
       COPY ERMDCTR.
       COPY ERMDR.
       COPY EMPMAST.
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
       01 WS-RMD-SCAN-SWITCH        PIC X(1)  VALUE SPACES.
          88 WS-RMD-SCAN-DONE                 VALUE 'Y'.
      *
       01 WS-LINES-FILLED           PIC S9(4) USAGE IS BINARY.
      *
       01 WS-LINE-ENTRY             PIC X(2)  VALUE SPACES.
       01 WS-LINE-NUMERIC REDEFINES WS-LINE-ENTRY
                                    PIC 9(2).
      *
       01 WS-TODAY-DATE             PIC X(8)  VALUE SPACES.
       01 WS-TODAY-NUMERIC REDEFINES WS-TODAY-DATE
                                    PIC 9(8).
      *
       01 WS-DUE-DATE-CHECK.
          05 WS-DUE-DATE-NUMERIC    PIC 9(8)  VALUE ZEROES.
          05 WS-DUE-DATE-RESULT     PIC 9(8)  VALUE ZEROES.
      *
      *    WHERE A USER'S FIRST PAGE STARTS - THEIR OWN USER ID AND
      *    THE LOWEST POSSIBLE DUE DATE AND TIMESTAMP.
       01 WS-RMD-KEY-WORK.
          05 WS-RKW-OWNER-USER-ID   PIC X(8).
          05 WS-RKW-DUE-DATE        PIC X(8).
          05 WS-RKW-TIMESTAMP       PIC X(14).
      *
      *    THE RECORD AS IT STOOD BEFORE A SNOOZE - PUT BACK IF THE
      *    RE-WRITE UNDER THE NEW DUE DATE FAILS.
       01 WS-SAVED-REMINDER         PIC X(97) VALUE SPACES.
      *
       01 WS-REMINDER-LINE.
          05 WS-RML-NUMBER          PIC Z9.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-RML-DATE            PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-RML-STATE           PIC X(7)  VALUE SPACES.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-RML-EMPLOYEE-ID     PIC X(8)  VALUE SPACES.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-RML-TEXT            PIC X(46) VALUE SPACES.
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
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION - USED
      *   ONLY WHEN EVIEWP HANDS OFF THE DISPLAYED EMPLOYEE'S ID.
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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           IF EIBCALEN IS GREATER THAN ZERO THEN
              PERFORM 1500-FIRST-INTERACTION-FROM-HANDOFF
           ELSE
              EXEC CICS GET
                   CONTAINER(APP-REMIND-CONTAINER-NAME)
                   CHANNEL(APP-REMIND-CHANNEL-NAME)
                   INTO (REMINDERS-CONTAINER)
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
                   MOVE 'Error Retrieving Reminders Container!'
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
           PERFORM 1200-IDENTIFY-AND-GATE.

           MOVE 'Enter Due Date (YYYYMMDD), Employee ID (Optional) And
      -         ' Text - PF4=Add.'
              TO WS-MESSAGE.
           MOVE -1 TO DUEDTL.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE REMINDERS-CONTAINER.
           INITIALIZE REMINDER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ERMDMO.

       1200-IDENTIFY-AND-GATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-IDENTIFY-AND-GATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SIGNED-ON USER COMES FROM THE ACTIVITY MONITOR AND OWNS
      *    EVERY REMINDER ADDED OR SHOWN HERE; AN ANONYMOUS CALLER HAS
      *    NO REMINDERS TO KEEP.
           PERFORM 4100-GET-MONITOR-CONTAINER.

           MOVE MON-USER-ID TO RMC-USER-ID.
           MOVE MON-USER-CATEGORY TO RMC-USER-CATEGORY.

           IF RMC-USER-ID IS EQUAL TO SPACES THEN
              MOVE 'Access Denied - Sign On To Keep Reminders!'
                 TO WS-MESSAGE
              PERFORM 9050-SEND-MESSAGE-AND-RETURN
           END-IF.

           PERFORM 2650-FIRST-PAGE.

       1500-FIRST-INTERACTION-FROM-HANDOFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1500-FIRST-INTERACTION-FROM-HANDOFF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.
           PERFORM 1200-IDENTIFY-AND-GATE.

           MOVE DFHCOMMAREA TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE EMP-EMPLOYEE-ID TO EMPLIDO
              MOVE 'Enter a Due Date (YYYYMMDD) And Text For This Empl
      -            'oyee - PF4=Add.'
                 TO WS-MESSAGE
              MOVE -1 TO DUEDTL
           ELSE
              MOVE 'Enter Due Date (YYYYMMDD), Employee ID (Optional)
      -            'And Text - PF4=Add.'
                 TO WS-MESSAGE
              MOVE -1 TO DUEDTL
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
                MAP(APP-REMIND-MAP-NAME)
                MAPSET(APP-REMIND-MAPSET-NAME)
                INTO (ERMDMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2650-FIRST-PAGE
           WHEN DFHPF4
                PERFORM 2200-ADD-REMINDER
           WHEN DFHPF5
                PERFORM 2300-COMPLETE-REMINDER
           WHEN DFHPF6
                PERFORM 2350-SNOOZE-REMINDER
           WHEN DFHPF7
                PERFORM 2650-FIRST-PAGE
           WHEN DFHPF8
                IF RMC-RESUME-KEY IS EQUAL TO SPACES
                   MOVE 'No More Reminders Due - PF7=First Page.'
                      TO WS-MESSAGE
                ELSE
                   MOVE RMC-RESUME-KEY TO RMC-PAGE-START-KEY
                END-IF
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN
           WHEN DFHPF12
                PERFORM 2400-DELETE-REMINDERS-CONTAINER
                PERFORM 9200-RETURN-TO-CICS
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

       2200-ADD-REMINDER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-ADD-REMINDER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE REMINDER-RECORD.

           IF DUEDTL IS EQUAL TO ZERO THEN
              MOVE 'Validation Error: Due Date is required!'
                 TO WS-MESSAGE
              MOVE -1 TO DUEDTL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2250-VALIDATE-DUE-DATE.
           IF WS-MESSAGE IS NOT EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           IF RMDTXTL IS EQUAL TO ZERO THEN
              MOVE 'Validation Error: Reminder Text is required!'
                 TO WS-MESSAGE
              MOVE -1 TO RMDTXTL
              EXIT PARAGRAPH
           END-IF.

      *    THE EMPLOYEE IS OPTIONAL - BUT ONE THAT IS KEYED MUST BE ON
      *    FILE.
           MOVE ZEROES TO RMD-EMPLOYEE-ID.
           IF EMPLIDL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(EMPLIDI)
                   LENGTH(LENGTH OF EMPLIDI)
                   END-EXEC
              MOVE EMPLIDI TO EMP-EMPLOYEE-ID

              EXEC CICS READ
                   FILE(APP-EMP-MASTER-FILE-NAME)
                   INTO (EMPLOYEE-MASTER-RECORD)
                   RIDFLD(EMP-EMPLOYEE-ID)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              EVALUATE WS-CICS-RESPONSE
              WHEN DFHRESP(NORMAL)
                   MOVE EMP-EMPLOYEE-ID TO RMD-EMPLOYEE-ID
              WHEN DFHRESP(NOTFND)
                   MOVE 'Error: Employee ID Not Found!' TO WS-MESSAGE
                   MOVE -1 TO EMPLIDL
                   EXIT PARAGRAPH
              WHEN OTHER
                   MOVE 'Error Reading Employee Record!' TO WS-MESSAGE
                   EXIT PARAGRAPH
              END-EVALUATE
           END-IF.

           MOVE RMC-USER-ID TO RMD-OWNER-USER-ID.
           MOVE WS-DUE-DATE-NUMERIC TO RMD-DUE-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RMD-CREATED-TIMESTAMP.
           MOVE RMDTXTI TO RMD-REMINDER-TEXT.
           SET RMD-OPEN TO TRUE.
           MOVE SPACES TO RMD-COMPLETED-DATE.

           EXEC CICS WRITE
                FILE(APP-REMIND-FILE-NAME)
                FROM (REMINDER-RECORD)
                RIDFLD(RMD-REMINDER-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Reminder Added!' TO WS-MESSAGE
                MOVE SPACES TO DUEDTO
                MOVE SPACES TO RMDTXTO
                MOVE SPACES TO EMPLIDO
                MOVE -1 TO DUEDTL
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Reminder Already Added - Try Again!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Reminder Record!' TO WS-MESSAGE
           END-EVALUATE.

       2250-VALIDATE-DUE-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-VALIDATE-DUE-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    FUNCTION TEST-DATE-YYYYMMDD RETURNS ZERO WHEN THE ARGUMENT
      *    IS A VALID CALENDAR DATE. A REMINDER CAN BE DUE TODAY BUT
      *    NOT IN THE PAST.
           MOVE 1 TO WS-DUE-DATE-RESULT.

           IF DUEDTI IS NUMERIC THEN
              MOVE DUEDTI TO WS-DUE-DATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-DATE-NUMERIC)
                 TO WS-DUE-DATE-RESULT
           END-IF.

           IF WS-DUE-DATE-RESULT IS NOT EQUAL TO ZERO THEN
              MOVE 'Validation Error: Due Date Must Be a Valid YYYYMMD
      -           'D Date!'
                 TO WS-MESSAGE
              MOVE -1 TO DUEDTL
              EXIT PARAGRAPH
           END-IF.

           IF WS-DUE-DATE-NUMERIC IS LESS THAN WS-TODAY-NUMERIC THEN
              MOVE 'Validation Error: Due Date Cannot Be In The Past!'
                 TO WS-MESSAGE
              MOVE -1 TO DUEDTL
           END-IF.

       2280-LOCATE-LINE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2280-LOCATE-LINE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE LINE NUMBER KEYED POINTS AT ONE OF THE REMINDERS ON THE
      *    PAGE LAST SENT; ITS KEY WAS KEPT IN THE CONTAINER. THE
      *    RECORD IS READ FOR UPDATE.
           IF LINENOL IS EQUAL TO ZERO THEN
              MOVE 'Validation Error: Key The Line Number First!'
                 TO WS-MESSAGE
              MOVE -1 TO LINENOL
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS BIF DEEDIT
                FIELD(LINENOI)
                LENGTH(LENGTH OF LINENOI)
                END-EXEC.
           MOVE LINENOI TO WS-LINE-ENTRY.

           IF WS-LINE-NUMERIC IS LESS THAN 1 OR
              WS-LINE-NUMERIC IS GREATER THAN RMC-LINES-ON-PAGE THEN
              MOVE 'Validation Error: Line Number Not On This Page!'
                 TO WS-MESSAGE
              MOVE -1 TO LINENOL
              EXIT PARAGRAPH
           END-IF.

           MOVE RMC-LINE-KEY(WS-LINE-NUMERIC) TO RMD-REMINDER-KEY.

           EXEC CICS READ
                FILE(APP-REMIND-FILE-NAME)
                INTO (REMINDER-RECORD)
                RIDFLD(RMD-REMINDER-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT RMD-OPEN THEN
              MOVE 'Error: Reminder No Longer Open - PF7 To Refresh!'
                 TO WS-MESSAGE
              MOVE -1 TO LINENOL
           END-IF.

       2300-COMPLETE-REMINDER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-COMPLETE-REMINDER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2280-LOCATE-LINE.
           IF WS-MESSAGE IS NOT EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           SET RMD-COMPLETED TO TRUE.
           MOVE WS-TODAY-DATE TO RMD-COMPLETED-DATE.

           EXEC CICS REWRITE
                FILE(APP-REMIND-FILE-NAME)
                FROM (REMINDER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'Reminder Completed!' TO WS-MESSAGE
              MOVE SPACES TO LINENOO
           ELSE
              MOVE 'Error Rewriting Reminder Record!' TO WS-MESSAGE
           END-IF.

       2350-SNOOZE-REMINDER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2350-SNOOZE-REMINDER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE NEW DUE DATE IS THE ONE KEYED IN THE ENTRY FIELD, OR
      *    TOMORROW WHEN NONE IS KEYED - IT IS CHECKED BEFORE THE
      *    REMINDER IS TOUCHED, AND MUST BE LATER THAN TODAY.
           IF DUEDTL IS GREATER THAN ZERO THEN
              PERFORM 2250-VALIDATE-DUE-DATE
              IF WS-MESSAGE IS NOT EQUAL TO SPACES THEN
                 EXIT PARAGRAPH
              END-IF
              IF WS-DUE-DATE-NUMERIC IS EQUAL TO WS-TODAY-NUMERIC
                 MOVE 'Validation Error: Snooze To a Date After Today
      -              '!'
                    TO WS-MESSAGE
                 MOVE -1 TO DUEDTL
                 EXIT PARAGRAPH
              END-IF
           ELSE
              COMPUTE WS-DUE-DATE-NUMERIC =
                 FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-NUMERIC) + 1)
           END-IF.

           PERFORM 2280-LOCATE-LINE.
           IF WS-MESSAGE IS NOT EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

      *    THE DUE DATE IS PART OF THE KEY - THE REMINDER IS DELETED
      *    AND WRITTEN BACK UNDER THE NEW DATE, KEEPING ITS CREATION
      *    TIMESTAMP. A FAILED WRITE PUTS THE ORIGINAL BACK.
           MOVE REMINDER-RECORD TO WS-SAVED-REMINDER.

           EXEC CICS DELETE
                FILE(APP-REMIND-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Error Deleting Reminder Record!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-DUE-DATE-NUMERIC TO RMD-DUE-DATE.

           EXEC CICS WRITE
                FILE(APP-REMIND-FILE-NAME)
                FROM (REMINDER-RECORD)
                RIDFLD(RMD-REMINDER-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE RMD-DUE-DATE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              STRING 'Reminder Snoozed Until '
                     WS-OUTPUT-DATE
                     '!'
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
              MOVE SPACES TO LINENOO
              MOVE SPACES TO DUEDTO
           ELSE
              MOVE WS-SAVED-REMINDER TO REMINDER-RECORD
              EXEC CICS WRITE
                   FILE(APP-REMIND-FILE-NAME)
                   FROM (REMINDER-RECORD)
                   RIDFLD(RMD-REMINDER-KEY)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              MOVE 'Error Writing Snoozed Reminder - Left As It Was!'
                 TO WS-MESSAGE
           END-IF.

       2400-DELETE-REMINDERS-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-REMINDERS-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-REMIND-CONTAINER-NAME)
                CHANNEL(APP-REMIND-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ERMDMO.
           PERFORM 2650-FIRST-PAGE.
           MOVE 'Enter Due Date (YYYYMMDD), Employee ID (Optional) And
      -         ' Text - PF4=Add.'
              TO WS-MESSAGE.
           MOVE -1 TO DUEDTL.

       2650-FIRST-PAGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2650-FIRST-PAGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-RMD-KEY-WORK.
           MOVE RMC-USER-ID TO WS-RKW-OWNER-USER-ID.
           MOVE LOW-VALUES TO WS-RKW-DUE-DATE.
           MOVE LOW-VALUES TO WS-RKW-TIMESTAMP.
           MOVE WS-RMD-KEY-WORK TO RMC-PAGE-START-KEY.
           MOVE SPACES TO RMC-RESUME-KEY.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4100-GET-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4100-GET-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A MISSING MONITOR CONTAINER JUST READS AS ANONYMOUS - AND
      *    ANONYMOUS IS REFUSED BY THE GATE.
           INITIALIZE ACTIVITY-MONITOR-CONTAINER.

           EXEC CICS GET
                CONTAINER(APP-ACTMON-CONTAINER-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                INTO (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              INITIALIZE ACTIVITY-MONITOR-CONTAINER
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
           PERFORM 9150-PUT-REMINDERS-CONTAINER.

           EXEC CICS SEND
                MAP(APP-REMIND-MAP-NAME)
                MAPSET(APP-REMIND-MAPSET-NAME)
                FROM (ERMDMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-REMIND-CHANNEL-NAME)
                TRANSID(APP-REMIND-TRANSACTION-ID)
                END-EXEC.

       9050-SEND-MESSAGE-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9050-SEND-MESSAGE-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS SEND TEXT
                FROM (WS-MESSAGE)
                LENGTH (LENGTH OF WS-MESSAGE)
                ERASE
                FREEKB
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF RMC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE RMC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF RMC-USER-ID IS NOT EQUAL TO SPACES THEN
              PERFORM 9120-LOAD-REMINDERS-PAGE
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:8) IS EQUAL TO 'Reminder'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
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

       9120-LOAD-REMINDERS-PAGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9120-LOAD-REMINDERS-PAGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    OLDEST DUE FIRST - POSITION AT THE PAGE START AND READ
      *    FORWARD THROUGH THIS USER'S REMINDERS, STOPPING AT THE
      *    FIRST ONE NOT DUE YET. COMPLETED ONES ARE SKIPPED.
           INITIALIZE RML-LINEO(1) RML-LINEO(2) RML-LINEO(3)
                      RML-LINEO(4) RML-LINEO(5) RML-LINEO(6)
                      RML-LINEO(7) RML-LINEO(8) RML-LINEO(9)
                      RML-LINEO(10).
           MOVE ZERO TO WS-LINES-FILLED.
           MOVE ZERO TO RMC-LINES-ON-PAGE.
           MOVE SPACES TO RMC-RESUME-KEY.
           MOVE SPACE TO WS-RMD-SCAN-SWITCH.

           MOVE RMC-PAGE-START-KEY TO RMD-REMINDER-KEY.

           EXEC CICS STARTBR
                FILE(APP-REMIND-FILE-NAME)
                RIDFLD(RMD-REMINDER-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 9130-READ-NEXT-REMINDER
                 UNTIL WS-RMD-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-REMIND-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           MOVE WS-LINES-FILLED TO RMC-LINES-ON-PAGE.

           IF WS-LINES-FILLED IS EQUAL TO ZERO AND
              WS-MESSAGE IS EQUAL TO SPACES
              MOVE 'No (More) Reminders Due - PF7=First Page, PF4=Add
      -           '.'
                 TO WS-MESSAGE
           END-IF.

           IF WS-LINES-FILLED IS GREATER THAN ZERO AND
              WS-MESSAGE IS EQUAL TO SPACES
              MOVE 'Key a Line Number - PF5=Complete PF6=Snooze (To D
      -           'ue Date Or Tomorrow).'
                 TO WS-MESSAGE
           END-IF.

       9130-READ-NEXT-REMINDER.
           EXEC CICS READNEXT
                FILE(APP-REMIND-FILE-NAME)
                RIDFLD(RMD-REMINDER-KEY)
                INTO (REMINDER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-RMD-SCAN-DONE TO TRUE
           WHEN RMD-OWNER-USER-ID IS NOT EQUAL TO RMC-USER-ID
                SET WS-RMD-SCAN-DONE TO TRUE
           WHEN RMD-DUE-DATE IS GREATER THAN WS-TODAY-DATE
                SET WS-RMD-SCAN-DONE TO TRUE
           WHEN NOT RMD-OPEN
                CONTINUE
           WHEN WS-LINES-FILLED IS NOT LESS THAN 10
      *         THE PAGE IS FULL AND THERE IS AT LEAST ONE MORE DUE -
      *         THE NEXT PAGE STARTS RIGHT HERE.
                MOVE RMD-REMINDER-KEY TO RMC-RESUME-KEY
                SET WS-RMD-SCAN-DONE TO TRUE
           WHEN OTHER
                ADD 1 TO WS-LINES-FILLED
                PERFORM 9135-BUILD-REMINDER-LINE
           END-EVALUATE.

       9135-BUILD-REMINDER-LINE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9135-BUILD-REMINDER-LINE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-REMINDER-LINE.

           MOVE WS-LINES-FILLED TO WS-RML-NUMBER.

           MOVE RMD-DUE-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-RML-DATE.

           IF RMD-DUE-DATE IS LESS THAN WS-TODAY-DATE
              MOVE 'OVERDUE' TO WS-RML-STATE
           ELSE
              MOVE 'TODAY' TO WS-RML-STATE
           END-IF.

           IF RMD-EMPLOYEE-ID IS GREATER THAN ZERO
              MOVE RMD-EMPLOYEE-ID TO WS-RML-EMPLOYEE-ID
           END-IF.

           MOVE RMD-REMINDER-TEXT(1:46) TO WS-RML-TEXT.

           SET RMLO-INDEX TO WS-LINES-FILLED.
           MOVE WS-REMINDER-LINE TO RMLNO(RMLO-INDEX).
           MOVE RMD-REMINDER-KEY TO RMC-LINE-KEY(WS-LINES-FILLED).

           IF RMD-DUE-DATE IS LESS THAN WS-TODAY-DATE
              MOVE DFHYELLO TO RMLNC(RMLO-INDEX)
           END-IF.

       9150-PUT-REMINDERS-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-REMINDERS-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-REMIND-CONTAINER-NAME)
                CHANNEL(APP-REMIND-CHANNEL-NAME)
                FROM (REMINDERS-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Reminders Container!'
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
