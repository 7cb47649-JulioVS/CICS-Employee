       IDENTIFICATION DIVISION.
       PROGRAM-ID. EWPTADM.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'WORKING-PATTERN TABLE ADMINISTRATION' PROGRAM.
      *      - ENTERED DIRECTLY BY TRANSACTION ID - LIKE EUSRADM AND
      *        EDEPADM, IT'S AN ADMIN-SIDE UTILITY AND ISN'T REACHED
      *        FROM THE MAIN MENU (ACCESS IS CONTROLLED BY WHO IS
      *        AUTHORIZED TO ENTER THE TRANSACTION).
      *      - LOOKS UP A PATTERN CODE ON THE WORKING-PATTERN TABLE.
      *        IF FOUND, LETS THE OPERATOR CHANGE THE DESCRIPTION,
      *        THE SEVEN-DAY WEEK OR THE STATUS AND REWRITES THE
      *        RECORD. IF NOT FOUND, TREATS THE CODE AS A NEW PATTERN
      *        TO ADD AND WRITES A NEW RECORD ONCE ALL REQUIRED FIELDS
      *        VALIDATE.
      *      - THE WEEK IS KEYED AS SEVEN LETTERS, MONDAY FIRST - F
      *        (FULL DAY), H (HALF DAY) OR O (DAY OFF) - SO A FOUR-DAY
      *        PART-TIMER IS 'FFFFOOO' AND A WEEKEND SHIFT 'OOOOOFF'.
      *      - THE TABLE FEEDS EUPDP'S WORKING-PATTERN VALIDATION AND
      *        THE ABSENCE DAY COUNTING IN EABSNP, ELVAPP, EABFDP AND
      *        EABCALP - SEE EWKPATN.CPY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - WORKING-PATTERN ADMINISTRATION MAPSET.
      *      - WORKING-PATTERN ADMINISTRATION CONTAINER.
      *      - WORKING-PATTERN TABLE RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EWPTMAP.
       COPY EWPTCTR.
       COPY EWKPATN.
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
      *    WEEK-CODE EDIT - EVERY ONE OF THE SEVEN LETTERS MUST BE
      *    F, H OR O, AND AT LEAST ONE DAY MUST BE WORKED.
       01 WS-WEEK-SUB               PIC S9(4) USAGE IS BINARY.
       01 WS-WEEK-BAD-FLAG          PIC X(1)  VALUE SPACES.
          88 WEEK-CODE-INVALID                VALUE 'Y'.
       01 WS-WEEK-WORKED-FLAG       PIC X(1)  VALUE SPACES.
          88 WEEK-HAS-WORKING-DAY             VALUE 'Y'.
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
                CONTAINER(APP-WPTADM-CONTAINER-NAME)
                CHANNEL(APP-WPTADM-CHANNEL-NAME)
                INTO (PATTERN-ADMIN-CONTAINER)
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
                MOVE 'Error Retrieving Pattern Container!'
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
           INITIALIZE PATTERN-ADMIN-CONTAINER.
           INITIALIZE WORK-PATTERN-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EWPTMO.

           MOVE 'Enter a Pattern Code to Add or Edit!'
              TO WS-MESSAGE.
           MOVE -1 TO PTCODEL.

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
                MAP(APP-WPTADM-MAP-NAME)
                MAPSET(APP-WPTADM-MAPSET-NAME)
                INTO (EWPTMI)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE-RECORD
           WHEN DFHPF3
                PERFORM 2200-SAVE-PATTERN-RECORD
      *         DON'T END THE CONVERSATION ON A FAILED VALIDATION - THAT
      *         WOULD BLANK THE SCREEN WITH NO INDICATION THE RECORD WAS
      *         NEVER SAVED. FALL THROUGH TO THE NORMAL
      *         9000-SEND-MAP-AND-RETURN BELOW INSTEAD, WHICH RE-
      *         DISPLAYS THE MAP WITH THE VALIDATION ERROR.
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-PATTERN-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-PATTERN-RECORD
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
           WHEN WPA-NOT-SET
                PERFORM 2110-LOOKUP-PATTERN-RECORD
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-PATTERN-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-PATTERN-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN PTCODEL IS EQUAL TO ZERO
                MOVE 'Validation Error: Pattern Code is required!'
                   TO WS-MESSAGE
                MOVE -1 TO PTCODEL
           WHEN OTHER
      *         PATTERN CODES ARE KEPT IN UPPER CASE SO 'pt4d' AND
      *         'PT4D' CAN'T BECOME TWO DIFFERENT PATTERNS.
                MOVE FUNCTION UPPER-CASE(PTCODEI) TO WPT-PATTERN-CODE

                EXEC CICS READ
                     FILE(APP-WORK-PATTERN-FILE-NAME)
                     INTO (WORK-PATTERN-RECORD)
                     RIDFLD(WPT-PATTERN-CODE)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     SET WPA-RECORD-FOUND TO TRUE
                     SET WPA-EDITING-EXISTING-PAT TO TRUE
                     MOVE WORK-PATTERN-RECORD
                        TO WPA-PATTERN-RECORD
                     MOVE 'Record Found! Edit Description, Week or Statu
      -                    's, then PF4/PF3 to Save.'
                        TO WS-MESSAGE
                     MOVE -1 TO PTDESCL
                WHEN DFHRESP(NOTFND)
                     SET WPA-RECORD-FOUND TO TRUE
                     SET WPA-ADDING-NEW-PATTERN TO TRUE
                     INITIALIZE WORK-PATTERN-RECORD
                     MOVE FUNCTION UPPER-CASE(PTCODEI)
                        TO WPT-PATTERN-CODE
                     MOVE APP-STANDARD-WORK-WEEK TO WPT-WORK-WEEK
                     MOVE 'A' TO WPT-STATUS
                     MOVE WORK-PATTERN-RECORD
                        TO WPA-PATTERN-RECORD
                     MOVE 'New Pattern - Enter Description and Week, the
      -                    'n PF4/PF3 to Save.'
                        TO WS-MESSAGE
                     MOVE -1 TO PTDESCL
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Pattern Table Not Open!' TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Reading Pattern Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE WPA-PATTERN-RECORD TO WORK-PATTERN-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF PTDESCL IS GREATER THAN ZERO THEN
              MOVE PTDESCI TO WPT-DESCRIPTION
           END-IF.

           IF PTWEEKL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(PTWEEKI) TO WPT-WORK-WEEK
           END-IF.

           IF PTSTATL IS GREATER THAN ZERO THEN
              MOVE PTSTATI TO WPT-STATUS
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE WORK-PATTERN-RECORD TO WPA-PATTERN-RECORD.

      *    VALIDATE FIELDS.
      *      - TO SET THE CURSOR POSITION ON THE MAP, WE MOVE -1 TO
      *        THE LENGTH OF THE FIELD THAT IS INVALID *AND* WE ADD
      *        THE "CURSOR" OPTION ON THE 'CICS SEND MAP' COMMAND.

           INITIALIZE WS-VALIDATION-FLAG.

           PERFORM 2160-CHECK-WEEK-CODES.

           EVALUATE TRUE
           WHEN WPT-DESCRIPTION IS EQUAL TO SPACES
                MOVE 'Validation Error: Description is required!'
                   TO WS-MESSAGE
                MOVE -1 TO PTDESCL
           WHEN WEEK-CODE-INVALID
                MOVE 'Validation Error: Week must be 7 letters F, H or O
      -              ' (Monday first)!'
                   TO WS-MESSAGE
                MOVE -1 TO PTWEEKL
           WHEN NOT WEEK-HAS-WORKING-DAY
                MOVE 'Validation Error: Week must have at least one work
      -              'ing day!'
                   TO WS-MESSAGE
                MOVE -1 TO PTWEEKL
           WHEN NOT WPT-ACTIVE AND NOT WPT-INACTIVE
                MOVE 'Validation Error: Status must be A or I!'
                   TO WS-MESSAGE
                MOVE -1 TO PTSTATL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Save/E
      -              'xit.'
                   TO WS-MESSAGE
                MOVE -1 TO PTDESCL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2160-CHECK-WEEK-CODES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-CHECK-WEEK-CODES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACE TO WS-WEEK-BAD-FLAG.
           MOVE SPACE TO WS-WEEK-WORKED-FLAG.

           PERFORM 2165-CHECK-ONE-DAY-CODE
              VARYING WS-WEEK-SUB FROM 1 BY 1
              UNTIL WS-WEEK-SUB IS GREATER THAN 7.

       2165-CHECK-ONE-DAY-CODE.
           EVALUATE TRUE
           WHEN WPT-DAY-FULL(WS-WEEK-SUB)
           WHEN WPT-DAY-HALF(WS-WEEK-SUB)
                SET WEEK-HAS-WORKING-DAY TO TRUE
           WHEN WPT-DAY-OFF(WS-WEEK-SUB)
                CONTINUE
           WHEN OTHER
                SET WEEK-CODE-INVALID TO TRUE
           END-EVALUATE.

       2200-SAVE-PATTERN-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-PATTERN-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE 'Saving Pattern Record...' TO WS-MESSAGE
              EVALUATE TRUE
              WHEN WPA-ADDING-NEW-PATTERN
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

       2400-DELETE-PATTERN-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-PATTERN-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-WPTADM-CONTAINER-NAME)
                CHANNEL(APP-WPTADM-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Pattern Container Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Deleting Pattern Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE PATTERN-ADMIN-CONTAINER.
           SET WPA-NOT-SET TO TRUE.
           INITIALIZE WORK-PATTERN-RECORD.
           INITIALIZE EWPTMO.
           MOVE 'Enter a Pattern Code to Add or Edit!'
              TO WS-MESSAGE.
           MOVE -1 TO PTCODEL.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE WPA-PATTERN-RECORD TO WORK-PATTERN-RECORD.

           EXEC CICS WRITE
                FILE(APP-WORK-PATTERN-FILE-NAME)
                FROM (WORK-PATTERN-RECORD)
                RIDFLD(WPT-PATTERN-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'New Pattern Added Successfully!'
                   TO WS-MESSAGE
                SET WPA-EDITING-EXISTING-PAT TO TRUE
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Pattern Code Already On File!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Pattern Table Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Pattern Record!' TO WS-MESSAGE
           END-EVALUATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           EXEC CICS READ
                FILE(APP-WORK-PATTERN-FILE-NAME)
                INTO (WORK-PATTERN-RECORD)
                RIDFLD(WPT-PATTERN-CODE)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE WPA-PATTERN-RECORD TO WORK-PATTERN-RECORD

                EXEC CICS REWRITE
                     FILE(APP-WORK-PATTERN-FILE-NAME)
                     FROM (WORK-PATTERN-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     MOVE 'Pattern Updated Successfully!'
                        TO WS-MESSAGE
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Pattern Table Not Open!' TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Rewriting Pattern Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Pattern Code Not Found!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Pattern Table Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Pattern Record!' TO WS-MESSAGE
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
           PERFORM 9150-PUT-PATTERN-CONTAINER.

           EXEC CICS SEND
                MAP(APP-WPTADM-MAP-NAME)
                MAPSET(APP-WPTADM-MAPSET-NAME)
                FROM (EWPTMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-WPTADM-CHANNEL-NAME)
                TRANSID(APP-WPTADM-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF WPA-PATTERN-RECORD IS NOT EQUAL TO SPACES THEN
              MOVE WPA-PATTERN-RECORD TO WORK-PATTERN-RECORD

              MOVE WPT-PATTERN-CODE TO PTCODEO
              MOVE WPT-DESCRIPTION TO PTDESCO
              MOVE WPT-WORK-WEEK TO PTWEEKO
              MOVE WPT-STATUS TO PTSTATO
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

       9150-PUT-PATTERN-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-PATTERN-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-WPTADM-CONTAINER-NAME)
                CHANNEL(APP-WPTADM-CHANNEL-NAME)
                FROM (PATTERN-ADMIN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Pattern Container!'
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
