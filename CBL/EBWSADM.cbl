       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBWSADM.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'BATCH-WINDOW SCHEDULE ADMINISTRATION' PROGRAM.
      *      - ENTERED DIRECTLY BY TRANSACTION ID - LIKE EUSRADM AND
      *        EDEPADM, IT'S AN ADMIN-SIDE UTILITY AND ISN'T REACHED
      *        FROM THE MAIN MENU (ACCESS IS CONTROLLED BY WHO IS
      *        AUTHORIZED TO ENTER THE TRANSACTION).
      *      - LOOKS UP A JOB NAME (THE PROGRAM NAME THE JOB STAMPS ON
      *        ITS RUN-CONTROL AND RUN-HISTORY RECORDS) ON THE
      *        SCHEDULE TABLE. IF FOUND, LETS THE OPERATOR CHANGE THE
      *        DESCRIPTION, THE START-BY AND FINISH-BY TIMES OR THE
      *        STATUS AND REWRITES THE RECORD. IF NOT FOUND, TREATS
      *        THE NAME AS A NEW JOB TO ADD AND WRITES A NEW RECORD
      *        ONCE ALL REQUIRED FIELDS VALIDATE.
      *      - TIMES ARE KEYED AS HHMM ON THE 24-HOUR CLOCK AND MUST
      *        FALL INSIDE THE BATCH WINDOW (APP-BATCH-WINDOW-OPEN TO
      *        APP-BATCH-WINDOW-CLOSE), WITH THE START-BY NO LATER
      *        THAN THE FINISH-BY IN WINDOW ORDER - SO 2330 AND 0200
      *        IS A VALID PAIR BUT 0200 AND 2330 IS NOT.
      *      - A REWRITE ONLY CARRIES THE FIELDS ON THE SCREEN OVER
      *        THE RECORD READ FOR UPDATE, SO THE MONITOR'S ALERT
      *        FLAGS FOR TONIGHT'S WINDOW ARE NEVER LOST TO AN EDIT.
      *      - THE TABLE DRIVES THE EBWMONP WINDOW MONITOR - SEE
      *        EBWSCHD.CPY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - BATCH-WINDOW SCHEDULE ADMINISTRATION MAPSET.
      *      - BATCH-WINDOW SCHEDULE ADMINISTRATION CONTAINER.
      *      - BATCH-WINDOW SCHEDULE RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EBWSMAP.
       COPY EBWSCTR.
       COPY EBWSCHD.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE       PIC S9(8) USAGE IS BINARY.
          05 WS-MESSAGE             PIC X(79) VALUE SPACES.
      *
       01 WS-VALIDATION-FLAG        PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED                VALUE 'Y'.
          88 VALIDATION-FAILED                VALUE SPACES.
      *
      *    TIME EDIT - EACH TIME MUST BE A VALID HHMM, AND BOTH ARE
      *    TURNED INTO MINUTES SINCE THE WINDOW OPENED SO A WINDOW
      *    THAT CROSSES MIDNIGHT STILL COMPARES IN THE RIGHT ORDER.
       01 WS-TIME-EDIT.
          05 WS-EDIT-TIME           PIC 9(4).
          05 FILLER REDEFINES WS-EDIT-TIME.
             10 WS-EDIT-HH          PIC 9(2).
             10 WS-EDIT-MM          PIC 9(2).
          05 WS-EDIT-MINUTES        PIC S9(5) USAGE IS BINARY.
          05 WS-OPEN-MINUTES        PIC S9(5) USAGE IS BINARY.
          05 WS-CLOSE-MINUTES       PIC S9(5) USAGE IS BINARY.
          05 WS-START-MINUTES       PIC S9(5) USAGE IS BINARY.
          05 WS-FINISH-MINUTES      PIC S9(5) USAGE IS BINARY.
       01 WS-TIME-BAD-FLAG          PIC X(1)  VALUE SPACES.
          88 EDIT-TIME-INVALID                VALUE 'Y'.
       01 WS-START-BAD-FLAG         PIC X(1)  VALUE SPACES.
          88 START-TIME-INVALID               VALUE 'Y'.
       01 WS-FINISH-BAD-FLAG        PIC X(1)  VALUE SPACES.
          88 FINISH-TIME-INVALID              VALUE 'Y'.
      *
      *    THE MONITOR'S ALERT FLAGS, SAVED ACROSS THE REWRITE.
       01 WS-SCREEN-RECORD          PIC X(80) VALUE SPACES.
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

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

      *    >>> DEBUGGING ONLY <<<
           MOVE 'MAIN-LOGIC' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS GET
                CONTAINER(APP-BWSADM-CONTAINER-NAME)
                CHANNEL(APP-BWSADM-CHANNEL-NAME)
                INTO (SCHEDULE-ADMIN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(CHANNELERR)
           WHEN DFHRESP(CONTAINERERR)
      *         1ST INTERACTION -> NO CONTAINER YET (CREATE IT)
                PERFORM 1000-FIRST-INTERACTION
           WHEN DFHRESP(NORMAL)
      *         NEXT INTERACTIONS -> CONTAINER FOUND (CONTINUE)
                PERFORM 2000-PROCESS-USER-INPUT
           WHEN OTHER
                MOVE 'Error Retrieving Schedule Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

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

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CLEAR ALL RECORDS AND VARIABLES.
           INITIALIZE SCHEDULE-ADMIN-CONTAINER.
           INITIALIZE BATCH-SCHEDULE-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EBWSMO.

           MOVE 'Enter a Job Name to Add or Edit!'
              TO WS-MESSAGE.
           MOVE -1 TO JOBNAML.

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
                MAP(APP-BWSADM-MAP-NAME)
                MAPSET(APP-BWSADM-MAPSET-NAME)
                INTO (EBWSMI)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE-RECORD
           WHEN DFHPF3
                PERFORM 2200-SAVE-SCHEDULE-ENTRY
      *         DON'T END THE CONVERSATION ON A FAILED VALIDATION - THAT
      *         WOULD BLANK THE SCREEN WITH NO INDICATION THE RECORD WAS
      *         NEVER SAVED. FALL THROUGH TO THE NORMAL
      *         9000-SEND-MAP-AND-RETURN BELOW INSTEAD, WHICH RE-
      *         DISPLAYS THE MAP WITH THE VALIDATION ERROR.
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-SCHEDULE-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-SCHEDULE-ENTRY
      *         SAME REASONING AS PF3 ABOVE - A FAILED VALIDATION MUST
      *         NOT CLEAR THE SCREEN OUT FROM UNDER THE OPERATOR.
                IF VALIDATION-PASSED
                   PERFORM 2600-CLEAR-SCREEN
                END-IF
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

       2100-LOOKUP-OR-VALIDATE-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-LOOKUP-OR-VALIDATE-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN BSA-NOT-SET
                PERFORM 2110-LOOKUP-SCHEDULE-ENTRY
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-SCHEDULE-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-SCHEDULE-ENTRY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN JOBNAML IS EQUAL TO ZERO
                MOVE 'Validation Error: Job Name is required!'
                   TO WS-MESSAGE
                MOVE -1 TO JOBNAML
           WHEN OTHER
      *         JOB NAMES ARE PROGRAM NAMES, SO THEY ARE KEPT IN UPPER
      *         CASE TO MATCH RNH-JOB-NAME ON THE RUN-HISTORY FILE.
                MOVE FUNCTION UPPER-CASE(JOBNAMI) TO BWS-JOB-NAME

                EXEC CICS READ
                     FILE(APP-BATCH-SCHED-FILE-NAME)
                     INTO (BATCH-SCHEDULE-RECORD)
                     RIDFLD(BWS-JOB-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     SET BSA-RECORD-FOUND TO TRUE
                     SET BSA-EDITING-EXISTING-ENTRY TO TRUE
                     MOVE BATCH-SCHEDULE-RECORD
                        TO BSA-SCHEDULE-RECORD
                     MOVE 'Record Found! Edit Description, Times or Stat
      -                    'us, then PF4/PF3 to Save.'
                        TO WS-MESSAGE
                     MOVE -1 TO JOBDSCL
                WHEN DFHRESP(NOTFND)
                     SET BSA-RECORD-FOUND TO TRUE
                     SET BSA-ADDING-NEW-ENTRY TO TRUE
                     INITIALIZE BATCH-SCHEDULE-RECORD
                     MOVE FUNCTION UPPER-CASE(JOBNAMI)
                        TO BWS-JOB-NAME
      *              A NEW ENTRY STARTS OUT ALLOWED THE WHOLE WINDOW.
                     MOVE APP-BATCH-WINDOW-OPEN TO BWS-START-BY-TIME
                     MOVE APP-BATCH-WINDOW-CLOSE TO BWS-FINISH-BY-TIME
                     MOVE 'A' TO BWS-STATUS
                     MOVE BATCH-SCHEDULE-RECORD
                        TO BSA-SCHEDULE-RECORD
                     MOVE 'New Job - Enter Description and Times, th
      -                    'en PF4/PF3 to Save.'
                        TO WS-MESSAGE
                     MOVE -1 TO JOBDSCL
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Schedule Table Not Open!' TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Reading Schedule Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE BSA-SCHEDULE-RECORD TO BATCH-SCHEDULE-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF JOBDSCL IS GREATER THAN ZERO THEN
              MOVE JOBDSCI TO BWS-DESCRIPTION
           END-IF.

           IF STRTBYL IS GREATER THAN ZERO THEN
              IF STRTBYI IS NUMERIC THEN
                 MOVE STRTBYI TO BWS-START-BY-TIME
              ELSE
                 SET START-TIME-INVALID TO TRUE
              END-IF
           END-IF.

           IF FINSBYL IS GREATER THAN ZERO THEN
              IF FINSBYI IS NUMERIC THEN
                 MOVE FINSBYI TO BWS-FINISH-BY-TIME
              ELSE
                 SET FINISH-TIME-INVALID TO TRUE
              END-IF
           END-IF.

           IF STATUSL IS GREATER THAN ZERO THEN
              MOVE STATUSI TO BWS-STATUS
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE BATCH-SCHEDULE-RECORD TO BSA-SCHEDULE-RECORD.

      *    VALIDATE FIELDS.
      *      - TO SET THE CURSOR POSITION ON THE MAP, WE MOVE -1 TO
      *        THE LENGTH OF THE FIELD THAT IS INVALID *AND* WE ADD
      *        THE "CURSOR" OPTION ON THE 'CICS SEND MAP' COMMAND.

           INITIALIZE WS-VALIDATION-FLAG.

           PERFORM 2160-CHECK-SCHEDULE-TIMES.

           EVALUATE TRUE
           WHEN BWS-DESCRIPTION IS EQUAL TO SPACES
                MOVE 'Validation Error: Description is required!'
                   TO WS-MESSAGE
                MOVE -1 TO JOBDSCL
           WHEN START-TIME-INVALID
                MOVE 'Validation Error: Start-By must be a time HHMM ins
      -              'ide the window!'
                   TO WS-MESSAGE
                MOVE -1 TO STRTBYL
           WHEN FINISH-TIME-INVALID
                MOVE 'Validation Error: Finish-By must be a time HHMM in
      -              'side the window!'
                   TO WS-MESSAGE
                MOVE -1 TO FINSBYL
           WHEN WS-FINISH-MINUTES IS LESS THAN WS-START-MINUTES
                MOVE 'Validation Error: Finish-By cannot be before Start
      -              '-By!'
                   TO WS-MESSAGE
                MOVE -1 TO FINSBYL
           WHEN NOT BWS-ACTIVE AND NOT BWS-INACTIVE
                MOVE 'Validation Error: Status must be A or I!'
                   TO WS-MESSAGE
                MOVE -1 TO STATUSL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Save/E
      -              'xit.'
                   TO WS-MESSAGE
                MOVE -1 TO JOBDSCL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2160-CHECK-SCHEDULE-TIMES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-CHECK-SCHEDULE-TIMES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A TIME KEYED BADLY THIS TIME ROUND IS ALREADY FLAGGED BY THE
      *    NUMERIC TEST ABOVE; THE RECORD STILL HOLDS THE LAST GOOD
      *    VALUE, WHICH IS WHAT GETS RANGE-CHECKED HERE.
           MOVE ZERO TO WS-OPEN-MINUTES.
           MOVE APP-BATCH-WINDOW-OPEN TO WS-EDIT-TIME.
           PERFORM 2165-CONVERT-EDIT-TIME.
           MOVE WS-EDIT-MINUTES TO WS-OPEN-MINUTES.

           MOVE APP-BATCH-WINDOW-CLOSE TO WS-EDIT-TIME.
           PERFORM 2165-CONVERT-EDIT-TIME.
           MOVE WS-EDIT-MINUTES TO WS-CLOSE-MINUTES.

           MOVE BWS-START-BY-TIME TO WS-EDIT-TIME.
           PERFORM 2165-CONVERT-EDIT-TIME.
           MOVE WS-EDIT-MINUTES TO WS-START-MINUTES.
           IF EDIT-TIME-INVALID OR
              WS-START-MINUTES IS GREATER THAN WS-CLOSE-MINUTES
              SET START-TIME-INVALID TO TRUE
           END-IF.

           MOVE BWS-FINISH-BY-TIME TO WS-EDIT-TIME.
           PERFORM 2165-CONVERT-EDIT-TIME.
           MOVE WS-EDIT-MINUTES TO WS-FINISH-MINUTES.
           IF EDIT-TIME-INVALID OR
              WS-FINISH-MINUTES IS GREATER THAN WS-CLOSE-MINUTES
              SET FINISH-TIME-INVALID TO TRUE
           END-IF.

       2165-CONVERT-EDIT-TIME.
      *    MINUTES SINCE THE WINDOW OPENED, WRAPPING PAST MIDNIGHT.
           MOVE SPACE TO WS-TIME-BAD-FLAG.
           IF WS-EDIT-HH IS GREATER THAN 23 OR
              WS-EDIT-MM IS GREATER THAN 59
              SET EDIT-TIME-INVALID TO TRUE
           END-IF.

           COMPUTE WS-EDIT-MINUTES =
              (WS-EDIT-HH * 60) + WS-EDIT-MM - WS-OPEN-MINUTES.
           IF WS-EDIT-MINUTES IS LESS THAN ZERO
              ADD 1440 TO WS-EDIT-MINUTES
           END-IF.

       2200-SAVE-SCHEDULE-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-SCHEDULE-ENTRY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE 'Saving Schedule Record...' TO WS-MESSAGE
              EVALUATE TRUE
              WHEN BSA-ADDING-NEW-ENTRY
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

       2400-DELETE-SCHEDULE-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-SCHEDULE-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-BWSADM-CONTAINER-NAME)
                CHANNEL(APP-BWSADM-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Schedule Container Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Deleting Schedule Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE SCHEDULE-ADMIN-CONTAINER.
           SET BSA-NOT-SET TO TRUE.
           INITIALIZE BATCH-SCHEDULE-RECORD.
           INITIALIZE EBWSMO.
           MOVE 'Enter a Job Name to Add or Edit!'
              TO WS-MESSAGE.
           MOVE -1 TO JOBNAML.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE BSA-SCHEDULE-RECORD TO BATCH-SCHEDULE-RECORD.

           EXEC CICS WRITE
                FILE(APP-BATCH-SCHED-FILE-NAME)
                FROM (BATCH-SCHEDULE-RECORD)
                RIDFLD(BWS-JOB-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'New Job Added Successfully!'
                   TO WS-MESSAGE
                SET BSA-EDITING-EXISTING-ENTRY TO TRUE
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Job Name Already On File!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Schedule Table Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Schedule Record!' TO WS-MESSAGE
           END-EVALUATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           EXEC CICS READ
                FILE(APP-BATCH-SCHED-FILE-NAME)
                INTO (BATCH-SCHEDULE-RECORD)
                RIDFLD(BWS-JOB-NAME)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
      *         ONLY THE SCREEN FIELDS GO OVER THE RECORD JUST READ -
      *         THE MONITOR'S ALERT FLAGS STAY AS THE MONITOR LEFT THEM.
                MOVE BSA-SCHEDULE-RECORD TO WS-SCREEN-RECORD
                MOVE WS-SCREEN-RECORD(9:39)
                   TO BATCH-SCHEDULE-RECORD(9:39)

                EXEC CICS REWRITE
                     FILE(APP-BATCH-SCHED-FILE-NAME)
                     FROM (BATCH-SCHEDULE-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     MOVE 'Schedule Updated Successfully!'
                        TO WS-MESSAGE
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Schedule Table Not Open!' TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Rewriting Schedule Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Job Name Not Found!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Schedule Table Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Schedule Record!' TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-SEND-MAP-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9000-SEND-MAP-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 9100-POPULATE-MAP.
           PERFORM 9150-PUT-SCHEDULE-CONTAINER.

           EXEC CICS SEND
                MAP(APP-BWSADM-MAP-NAME)
                MAPSET(APP-BWSADM-MAPSET-NAME)
                FROM (EBWSMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-BWSADM-CHANNEL-NAME)
                TRANSID(APP-BWSADM-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF BSA-SCHEDULE-RECORD IS NOT EQUAL TO SPACES THEN
              MOVE BSA-SCHEDULE-RECORD TO BATCH-SCHEDULE-RECORD

              MOVE BWS-JOB-NAME TO JOBNAMO
              MOVE BWS-DESCRIPTION TO JOBDSCO
              MOVE BWS-START-BY-TIME TO STRTBYO
              MOVE BWS-FINISH-BY-TIME TO FINSBYO
              MOVE BWS-STATUS TO STATUSO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:6) IS EQUAL TO 'Record'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:3) IS EQUAL TO 'New'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Changes'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-SCHEDULE-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-SCHEDULE-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-BWSADM-CONTAINER-NAME)
                CHANNEL(APP-BWSADM-CHANNEL-NAME)
                FROM (SCHEDULE-ADMIN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Schedule Container!'
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
