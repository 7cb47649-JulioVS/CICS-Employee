       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESWNADM.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'SIGN-ON WINDOW ADMINISTRATION' PROGRAM.
      *      - ENTERED DIRECTLY BY TRANSACTION ID - LIKE EUSRADM AND
      *        ESRLADM, IT'S AN ADMIN-SIDE UTILITY AND ISN'T REACHED
      *        FROM THE MAIN MENU (ACCESS IS CONTROLLED BY WHO IS
      *        AUTHORIZED TO ENTER THE TRANSACTION).
      *      - LOOKS UP A WINDOW BY KEY TYPE AND VALUE - 'T' WITH A
      *        USER TYPE (ADM, MGR OR STD) FOR THE WINDOW EVERY USER
      *        OF THAT TYPE GETS, OR 'U' WITH A USER ID FOR A ONE-USER
      *        OVERRIDE. IF FOUND, LETS THE OPERATOR CHANGE THE DAYS,
      *        THE START AND END TIMES OR THE STATUS AND REWRITES THE
      *        RECORD. IF NOT FOUND, TREATS THE KEY AS A NEW WINDOW TO
      *        ADD AND WRITES A NEW RECORD ONCE ALL FIELDS VALIDATE.
      *      - THE DAYS ARE KEYED AS SEVEN LETTERS, MONDAY FIRST - Y
      *        (SIGN-ON ALLOWED) OR N - SO WEEKDAYS ONLY IS 'YYYYYNN'.
      *      - TIMES ARE KEYED AS HHMM ON THE 24-HOUR CLOCK. THE END
      *        MAY BE 2400 FOR MIDNIGHT, AND AN END EARLIER THAN THE
      *        START MAKES AN OVERNIGHT WINDOW.
      *      - AN OVERRIDE CAN ONLY BE ADDED FOR A USER ID THAT IS ON
      *        THE REGISTERED USERS FILE.
      *      - THE WINDOWS ARE ENFORCED BY ESONP AT SIGN-ON AND BY
      *        EACTMON FOR THE REST OF THE SESSION - SEE ESONWIN.CPY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - SIGN-ON WINDOW ADMINISTRATION MAPSET.
      *      - SIGN-ON WINDOW ADMINISTRATION CONTAINER.
      *      - SIGN-ON WINDOW RECORD.
      *      - REGISTERED USERS.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ESWNMAP.
       COPY ESWNCTR.
       COPY ESONWIN.
       COPY EREGUSR.
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
      *    DAYS EDIT - EVERY ONE OF THE SEVEN LETTERS MUST BE Y OR N,
      *    AND AT LEAST ONE DAY MUST BE ALLOWED.
       01 WS-DAY-SUB                PIC S9(4) USAGE IS BINARY.
       01 WS-DAY-BAD-FLAG           PIC X(1)  VALUE SPACES.
          88 DAY-CODE-INVALID                 VALUE 'Y'.
       01 WS-DAY-ALLOWED-FLAG       PIC X(1)  VALUE SPACES.
          88 WEEK-HAS-ALLOWED-DAY             VALUE 'Y'.
      *
      *    TIME EDIT - EACH TIME MUST BE A VALID HHMM; THE END TIME
      *    MAY ALSO BE 2400.
       01 WS-TIME-EDIT.
          05 WS-EDIT-TIME           PIC 9(4).
          05 FILLER REDEFINES WS-EDIT-TIME.
             10 WS-EDIT-HH          PIC 9(2).
             10 WS-EDIT-MM          PIC 9(2).
       01 WS-TIME-BAD-FLAG          PIC X(1)  VALUE SPACES.
          88 EDIT-TIME-INVALID                VALUE 'Y'.
       01 WS-START-BAD-FLAG         PIC X(1)  VALUE SPACES.
          88 START-TIME-INVALID               VALUE 'Y'.
       01 WS-END-BAD-FLAG           PIC X(1)  VALUE SPACES.
          88 END-TIME-INVALID                 VALUE 'Y'.
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
                CONTAINER(AC-WINADM-CONTAINER-NAME)
                CHANNEL(AC-WINADM-CHANNEL-NAME)
                INTO (WINDOW-ADMIN-CONTAINER)
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
                MOVE 'Error Retrieving Window Container!'
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
           INITIALIZE WINDOW-ADMIN-CONTAINER.
           INITIALIZE SIGN-ON-WINDOW-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ESWNMO.

           MOVE 'Enter T + User Type, or U + User ID, to Add or Edit!'
              TO WS-MESSAGE.
           MOVE -1 TO WNTYPEL.

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
                MAP(AC-WINADM-MAP-NAME)
                MAPSET(AC-WINADM-MAPSET-NAME)
                INTO (ESWNMI)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE-RECORD
           WHEN DFHPF3
                PERFORM 2200-SAVE-WINDOW-RECORD
      *         A FAILED VALIDATION KEEPS THE SCREEN UP WITH THE ERROR
      *         ON IT - THE RECORD WAS NEVER SAVED.
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-WINDOW-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-WINDOW-RECORD
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
           WHEN WNA-NOT-SET
                PERFORM 2110-LOOKUP-WINDOW-RECORD
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-WINDOW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-WINDOW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE SIGN-ON-WINDOW-RECORD.
           IF WNTYPEL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(WNTYPEI) TO SWN-KEY-TYPE
           END-IF.
           IF WNKEYL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(WNKEYI) TO SWN-KEY-VALUE
           END-IF.

           EVALUATE TRUE
           WHEN NOT SWN-USER-TYPE-WINDOW AND NOT SWN-USER-OVERRIDE
                MOVE 'Validation Error: Key Type must be T or U!'
                   TO WS-MESSAGE
                MOVE -1 TO WNTYPEL
           WHEN SWN-KEY-VALUE IS EQUAL TO SPACES
                MOVE 'Validation Error: User Type or User ID is required
      -              '!'
                   TO WS-MESSAGE
                MOVE -1 TO WNKEYL
           WHEN SWN-USER-TYPE-WINDOW AND
                SWN-KEY-VALUE IS NOT EQUAL TO 'ADM' AND
                SWN-KEY-VALUE IS NOT EQUAL TO 'MGR' AND
                SWN-KEY-VALUE IS NOT EQUAL TO 'STD'
                MOVE 'Validation Error: User Type must be ADM, MGR or ST
      -              'D!'
                   TO WS-MESSAGE
                MOVE -1 TO WNKEYL
           WHEN OTHER
                EXEC CICS READ
                     FILE(AC-SIGNON-WINDOW-FILE-NAME)
                     INTO (SIGN-ON-WINDOW-RECORD)
                     RIDFLD(SWN-WINDOW-KEY)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     SET WNA-RECORD-FOUND TO TRUE
                     SET WNA-EDITING-EXISTING-ENTRY TO TRUE
                     MOVE SIGN-ON-WINDOW-RECORD TO WNA-WINDOW-RECORD
                     MOVE 'Record Found! Edit Days, Times or Status, the
      -                    'n PF4/PF3 to Save.'
                        TO WS-MESSAGE
                     MOVE -1 TO WNDAYSL
                WHEN DFHRESP(NOTFND)
                     PERFORM 2120-START-NEW-WINDOW
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Sign-On Window File Not Open!' TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Reading Sign-On Window Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           END-EVALUATE.

       2120-START-NEW-WINDOW.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-START-NEW-WINDOW' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    AN OVERRIDE FOR A USER ID NOBODY HAS WOULD NEVER BE USED -
      *    REFUSE IT HERE RATHER THAN LEAVE A DEAD ROW ON FILE.
           IF SWN-USER-OVERRIDE
              EXEC CICS READ
                   FILE(AC-REG-USER-FILE-NAME)
                   INTO (REG-USER-RECORD)
                   RIDFLD(SWN-KEY-VALUE)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              EVALUATE WS-CICS-RESPONSE
              WHEN DFHRESP(NORMAL)
                   CONTINUE
              WHEN DFHRESP(NOTFND)
                   MOVE 'Validation Error: User ID is not on the Users f
      -                 'ile!'
                      TO WS-MESSAGE
                   MOVE -1 TO WNKEYL
                   EXIT PARAGRAPH
              WHEN OTHER
                   MOVE 'Error reading Users file!' TO WS-MESSAGE
                   EXIT PARAGRAPH
              END-EVALUATE
           END-IF.

           SET WNA-RECORD-FOUND TO TRUE.
           SET WNA-ADDING-NEW-ENTRY TO TRUE.

      *    A NEW WINDOW STARTS OUT AS WEEKDAYS, 0700 TO 1900 - THE
      *    SAME BUSINESS HOURS THE VIOLATIONS REPORT USES.
           MOVE 'YYYYYNN' TO SWN-DAYS-ALLOWED.
           MOVE 0700 TO SWN-START-TIME.
           MOVE 1900 TO SWN-END-TIME.
           MOVE 'A' TO SWN-STATUS.
           MOVE SIGN-ON-WINDOW-RECORD TO WNA-WINDOW-RECORD.

           MOVE 'New Window - Enter Days and Times, then PF4/PF3 to Save
      -         '.'
              TO WS-MESSAGE.
           MOVE -1 TO WNDAYSL.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE WNA-WINDOW-RECORD TO SIGN-ON-WINDOW-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD. THE KEY
      *    ITSELF IS FIXED ONCE LOOKED UP - PF9 STARTS ANOTHER ONE.
           IF WNDAYSL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(WNDAYSI) TO SWN-DAYS-ALLOWED
           END-IF.

           IF WNSTRTL IS GREATER THAN ZERO THEN
              IF WNSTRTI IS NUMERIC THEN
                 MOVE WNSTRTI TO SWN-START-TIME
              ELSE
                 SET START-TIME-INVALID TO TRUE
              END-IF
           END-IF.

           IF WNENDL IS GREATER THAN ZERO THEN
              IF WNENDI IS NUMERIC THEN
                 MOVE WNENDI TO SWN-END-TIME
              ELSE
                 SET END-TIME-INVALID TO TRUE
              END-IF
           END-IF.

           IF WNSTATL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(WNSTATI) TO SWN-STATUS
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE SIGN-ON-WINDOW-RECORD TO WNA-WINDOW-RECORD.

      *    VALIDATE FIELDS.
      *      - TO SET THE CURSOR POSITION ON THE MAP, WE MOVE -1 TO
      *        THE LENGTH OF THE FIELD THAT IS INVALID *AND* WE ADD
      *        THE "CURSOR" OPTION ON THE 'CICS SEND MAP' COMMAND.

           INITIALIZE WS-VALIDATION-FLAG.

           PERFORM 2160-CHECK-DAY-CODES.
           PERFORM 2170-CHECK-WINDOW-TIMES.

           EVALUATE TRUE
           WHEN DAY-CODE-INVALID
                MOVE 'Validation Error: Days must be 7 letters Y or N (M
      -              'onday first)!'
                   TO WS-MESSAGE
                MOVE -1 TO WNDAYSL
           WHEN NOT WEEK-HAS-ALLOWED-DAY
                MOVE 'Validation Error: At least one day must be allowed
      -              '!'
                   TO WS-MESSAGE
                MOVE -1 TO WNDAYSL
           WHEN START-TIME-INVALID
                MOVE 'Validation Error: Start must be a time HHMM!'
                   TO WS-MESSAGE
                MOVE -1 TO WNSTRTL
           WHEN END-TIME-INVALID
                MOVE 'Validation Error: End must be a time HHMM (or 2400
      -              ')!'
                   TO WS-MESSAGE
                MOVE -1 TO WNENDL
           WHEN SWN-END-TIME IS EQUAL TO SWN-START-TIME
                MOVE 'Validation Error: End cannot be the same as Start
      -              '!'
                   TO WS-MESSAGE
                MOVE -1 TO WNENDL
           WHEN NOT SWN-ACTIVE AND NOT SWN-INACTIVE
                MOVE 'Validation Error: Status must be A or I!'
                   TO WS-MESSAGE
                MOVE -1 TO WNSTATL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Save/E
      -              'xit.'
                   TO WS-MESSAGE
                MOVE -1 TO WNDAYSL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2160-CHECK-DAY-CODES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-CHECK-DAY-CODES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACE TO WS-DAY-BAD-FLAG.
           MOVE SPACE TO WS-DAY-ALLOWED-FLAG.

           PERFORM 2165-CHECK-ONE-DAY-CODE
              VARYING WS-DAY-SUB FROM 1 BY 1
              UNTIL WS-DAY-SUB IS GREATER THAN 7.

       2165-CHECK-ONE-DAY-CODE.
           EVALUATE TRUE
           WHEN SWN-DAY-ALLOWED(WS-DAY-SUB)
                SET WEEK-HAS-ALLOWED-DAY TO TRUE
           WHEN SWN-DAY-BARRED(WS-DAY-SUB)
                CONTINUE
           WHEN OTHER
                SET DAY-CODE-INVALID TO TRUE
           END-EVALUATE.

       2170-CHECK-WINDOW-TIMES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2170-CHECK-WINDOW-TIMES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A TIME KEYED BADLY THIS TIME ROUND IS ALREADY FLAGGED BY THE
      *    NUMERIC TEST ABOVE; THE RECORD STILL HOLDS THE LAST GOOD
      *    VALUE, WHICH IS WHAT GETS RANGE-CHECKED HERE.
           MOVE SWN-START-TIME TO WS-EDIT-TIME.
           PERFORM 2175-CHECK-EDIT-TIME.
           IF EDIT-TIME-INVALID
              SET START-TIME-INVALID TO TRUE
           END-IF.

      *    MIDNIGHT IS A VALID END (THE WINDOW RUNS TO THE END OF THE
      *    DAY), BUT NOT A VALID START - THAT IS 0000.
           MOVE SWN-END-TIME TO WS-EDIT-TIME.
           PERFORM 2175-CHECK-EDIT-TIME.
           IF EDIT-TIME-INVALID AND
              SWN-END-TIME IS NOT EQUAL TO 2400
              SET END-TIME-INVALID TO TRUE
           END-IF.

       2175-CHECK-EDIT-TIME.
           MOVE SPACE TO WS-TIME-BAD-FLAG.
           IF WS-EDIT-HH IS GREATER THAN 23 OR
              WS-EDIT-MM IS GREATER THAN 59
              SET EDIT-TIME-INVALID TO TRUE
           END-IF.

       2200-SAVE-WINDOW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-WINDOW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE 'Saving Sign-On Window Record...' TO WS-MESSAGE
              EVALUATE TRUE
              WHEN WNA-ADDING-NEW-ENTRY
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

       2400-DELETE-WINDOW-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-WINDOW-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(AC-WINADM-CONTAINER-NAME)
                CHANNEL(AC-WINADM-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Window Container Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Deleting Window Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WINDOW-ADMIN-CONTAINER.
           SET WNA-NOT-SET TO TRUE.
           INITIALIZE SIGN-ON-WINDOW-RECORD.
           INITIALIZE ESWNMO.
           MOVE 'Enter T + User Type, or U + User ID, to Add or Edit!'
              TO WS-MESSAGE.
           MOVE -1 TO WNTYPEL.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE WNA-WINDOW-RECORD TO SIGN-ON-WINDOW-RECORD.

           EXEC CICS WRITE
                FILE(AC-SIGNON-WINDOW-FILE-NAME)
                FROM (SIGN-ON-WINDOW-RECORD)
                RIDFLD(SWN-WINDOW-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'New Window Added Successfully!'
                   TO WS-MESSAGE
                SET WNA-EDITING-EXISTING-ENTRY TO TRUE
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Window Already On File!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Sign-On Window File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Sign-On Window Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           MOVE WNA-WINDOW-RECORD TO SIGN-ON-WINDOW-RECORD.

           EXEC CICS READ
                FILE(AC-SIGNON-WINDOW-FILE-NAME)
                INTO (SIGN-ON-WINDOW-RECORD)
                RIDFLD(SWN-WINDOW-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE WNA-WINDOW-RECORD TO SIGN-ON-WINDOW-RECORD

                EXEC CICS REWRITE
                     FILE(AC-SIGNON-WINDOW-FILE-NAME)
                     FROM (SIGN-ON-WINDOW-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     MOVE 'Window Updated Successfully!'
                        TO WS-MESSAGE
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Sign-On Window File Not Open!'
                        TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Rewriting Sign-On Window Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Window Not Found!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Sign-On Window File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Sign-On Window Record!'
                   TO WS-MESSAGE
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
           PERFORM 9150-PUT-WINDOW-CONTAINER.

           EXEC CICS SEND
                MAP(AC-WINADM-MAP-NAME)
                MAPSET(AC-WINADM-MAPSET-NAME)
                FROM (ESWNMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(AC-WINADM-CHANNEL-NAME)
                TRANSID(AC-WINADM-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF WNA-WINDOW-RECORD IS NOT EQUAL TO SPACES THEN
              MOVE WNA-WINDOW-RECORD TO SIGN-ON-WINDOW-RECORD

              MOVE SWN-KEY-TYPE TO WNTYPEO
              MOVE SWN-KEY-VALUE TO WNKEYO
              MOVE SWN-DAYS-ALLOWED TO WNDAYSO
              MOVE SWN-START-TIME TO WNSTRTO
              MOVE SWN-END-TIME TO WNENDO
              MOVE SWN-STATUS TO WNSTATO
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

       9150-PUT-WINDOW-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-WINDOW-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(AC-WINADM-CONTAINER-NAME)
                CHANNEL(AC-WINADM-CHANNEL-NAME)
                FROM (WINDOW-ADMIN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Window Container!'
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
