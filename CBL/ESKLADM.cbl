       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESKLADM.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'SKILL TABLE ADMINISTRATION' PROGRAM.
      *      - ENTERED DIRECTLY BY TRANSACTION ID - LIKE EUSRADM AND
      *        EDEPADM, IT'S AN ADMIN-SIDE UTILITY AND ISN'T REACHED
      *        FROM THE MAIN MENU (ACCESS IS CONTROLLED BY WHO IS
      *        AUTHORIZED TO ENTER THE TRANSACTION).
      *      - LOOKS UP A SKILL CODE ON THE SKILL TABLE. IF FOUND,
      *        LETS THE OPERATOR CHANGE THE DESCRIPTION, CATEGORY OR
      *        STATUS AND REWRITES THE RECORD. IF NOT FOUND, TREATS
      *        THE CODE AS A NEW SKILL TO ADD AND WRITES A NEW RECORD
      *        ONCE ALL REQUIRED FIELDS VALIDATE.
      *      - THE TABLE FEEDS ESKLP'S SKILL VALIDATION ON THE
      *        EMPLOYEE SKILLS SCREEN AND ESKSP'S SEARCH - SEE
      *        ESKILTB.CPY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - SKILL ADMINISTRATION MAPSET.
      *      - SKILL ADMINISTRATION CONTAINER.
      *      - SKILL CODE TABLE RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ESKLMAP.
       COPY ESKLCTR.
       COPY ESKILTB.
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
                CONTAINER(APP-SKLADM-CONTAINER-NAME)
                CHANNEL(APP-SKLADM-CHANNEL-NAME)
                INTO (SKILL-ADMIN-CONTAINER)
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
                MOVE 'Error Retrieving Skill Container!'
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
           INITIALIZE SKILL-ADMIN-CONTAINER.
           INITIALIZE SKILL-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ESKLMO.

           MOVE 'Enter a Skill Code to Add or Edit!' TO WS-MESSAGE.
           MOVE -1 TO SKCODEL.

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
                MAP(APP-SKLADM-MAP-NAME)
                MAPSET(APP-SKLADM-MAPSET-NAME)
                INTO (ESKLMI)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE-RECORD
           WHEN DFHPF3
                PERFORM 2200-SAVE-SKILL-RECORD
      *         DON'T END THE CONVERSATION ON A FAILED VALIDATION - THAT
      *         WOULD BLANK THE SCREEN WITH NO INDICATION THE RECORD WAS
      *         NEVER SAVED. FALL THROUGH TO THE NORMAL
      *         9000-SEND-MAP-AND-RETURN BELOW INSTEAD, WHICH RE-
      *         DISPLAYS THE MAP WITH THE VALIDATION ERROR.
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-SKILL-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-SKILL-RECORD
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
           WHEN SKA-NOT-SET
                PERFORM 2110-LOOKUP-SKILL-RECORD
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-SKILL-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-SKILL-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN SKCODEL IS EQUAL TO ZERO
                MOVE 'Validation Error: Skill Code is required!'
                   TO WS-MESSAGE
                MOVE -1 TO SKCODEL
           WHEN OTHER
                MOVE SKCODEI TO SKL-SKILL-CODE

                EXEC CICS READ
                     FILE(APP-SKILL-FILE-NAME)
                     INTO (SKILL-RECORD)
                     RIDFLD(SKL-SKILL-CODE)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     SET SKA-RECORD-FOUND TO TRUE
                     SET SKA-EDITING-EXISTING TO TRUE
                     MOVE SKILL-RECORD TO SKA-SKILL-RECORD
                     MOVE 'Record Found! Edit Description/Category/Statu
      -                    's, PF4=Save or PF3=Save/Exit.'
                        TO WS-MESSAGE
                     MOVE -1 TO SKDESCL
                WHEN DFHRESP(NOTFND)
                     SET SKA-RECORD-FOUND TO TRUE
                     SET SKA-ADDING-NEW-SKILL TO TRUE
                     INITIALIZE SKILL-RECORD
                     MOVE SKCODEI TO SKL-SKILL-CODE
                     MOVE 'A' TO SKL-STATUS
                     MOVE SKILL-RECORD TO SKA-SKILL-RECORD
                     MOVE 'New Skill - Enter Description and Category, P
      -                    'F4=Save or PF3=Save/Exit.'
                        TO WS-MESSAGE
                     MOVE -1 TO SKDESCL
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Skill Table Not Open!' TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Reading Skill Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE SKA-SKILL-RECORD TO SKILL-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF SKDESCL IS GREATER THAN ZERO THEN
              MOVE SKDESCI TO SKL-SKILL-DESC
           END-IF.

           IF SKCATL IS GREATER THAN ZERO THEN
              MOVE SKCATI TO SKL-CATEGORY
           END-IF.

           IF SKSTATL IS GREATER THAN ZERO THEN
              MOVE SKSTATI TO SKL-STATUS
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE SKILL-RECORD TO SKA-SKILL-RECORD.

      *    VALIDATE FIELDS.
      *      - TO SET THE CURSOR POSITION ON THE MAP, WE MOVE -1 TO
      *        THE LENGTH OF THE FIELD THAT IS INVALID *AND* WE ADD
      *        THE "CURSOR" OPTION ON THE 'CICS SEND MAP' COMMAND.

           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN SKL-SKILL-DESC IS EQUAL TO SPACES
                MOVE 'Validation Error: Description is required!'
                   TO WS-MESSAGE
                MOVE -1 TO SKDESCL
           WHEN NOT SKL-CAT-VALID
                MOVE 'Validation Error: Category must be L, S, V or O!'
                   TO WS-MESSAGE
                MOVE -1 TO SKCATL
           WHEN NOT SKL-ACTIVE AND NOT SKL-INACTIVE
                MOVE 'Validation Error: Status must be A or I!'
                   TO WS-MESSAGE
                MOVE -1 TO SKSTATL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Sav
      -              'e/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO SKDESCL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2200-SAVE-SKILL-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-SKILL-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE 'Saving Skill Record...' TO WS-MESSAGE
              EVALUATE TRUE
              WHEN SKA-ADDING-NEW-SKILL
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

       2400-DELETE-SKILL-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-SKILL-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-SKLADM-CONTAINER-NAME)
                CHANNEL(APP-SKLADM-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Skill Container Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Deleting Skill Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE SKILL-ADMIN-CONTAINER.
           SET SKA-NOT-SET TO TRUE.
           INITIALIZE SKILL-RECORD.
           INITIALIZE ESKLMO.
           MOVE 'Enter a Skill Code to Add or Edit!' TO WS-MESSAGE.
           MOVE -1 TO SKCODEL.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SKA-SKILL-RECORD TO SKILL-RECORD.

           EXEC CICS WRITE
                FILE(APP-SKILL-FILE-NAME)
                FROM (SKILL-RECORD)
                RIDFLD(SKL-SKILL-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'New Skill Added Successfully!' TO WS-MESSAGE
                SET SKA-EDITING-EXISTING TO TRUE
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Skill Code Already On File!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Skill Table Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Skill Record!' TO WS-MESSAGE
           END-EVALUATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           EXEC CICS READ
                FILE(APP-SKILL-FILE-NAME)
                INTO (SKILL-RECORD)
                RIDFLD(SKL-SKILL-CODE)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE SKA-SKILL-RECORD TO SKILL-RECORD

                EXEC CICS REWRITE
                     FILE(APP-SKILL-FILE-NAME)
                     FROM (SKILL-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     MOVE 'Skill Updated Successfully!'
                        TO WS-MESSAGE
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Skill Table Not Open!' TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Rewriting Skill Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Skill Code Not Found!' TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Skill Table Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Skill Record!' TO WS-MESSAGE
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
           PERFORM 9150-PUT-SKILL-CONTAINER.

           EXEC CICS SEND
                MAP(APP-SKLADM-MAP-NAME)
                MAPSET(APP-SKLADM-MAPSET-NAME)
                FROM (ESKLMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-SKLADM-CHANNEL-NAME)
                TRANSID(APP-SKLADM-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF SKA-SKILL-RECORD IS NOT EQUAL TO SPACES THEN
              MOVE SKA-SKILL-RECORD TO SKILL-RECORD

              MOVE SKL-SKILL-CODE TO SKCODEO
              MOVE SKL-SKILL-DESC TO SKDESCO
              MOVE SKL-CATEGORY TO SKCATO
              MOVE SKL-STATUS TO SKSTATO
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

       9150-PUT-SKILL-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-SKILL-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-SKLADM-CONTAINER-NAME)
                CHANNEL(APP-SKLADM-CHANNEL-NAME)
                FROM (SKILL-ADMIN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Skill Container!'
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
