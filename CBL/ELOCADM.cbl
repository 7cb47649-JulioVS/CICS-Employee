       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELOCADM.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'WORK-LOCATION TABLE ADMINISTRATION' PROGRAM.
      *      - ENTERED DIRECTLY BY TRANSACTION ID - LIKE EUSRADM AND
      *        EDEPADM, IT'S AN ADMIN-SIDE UTILITY AND ISN'T REACHED
      *        FROM THE MAIN MENU (ACCESS IS CONTROLLED BY WHO IS
      *        AUTHORIZED TO ENTER THE TRANSACTION).
      *      - LOOKS UP A SITE CODE ON THE WORK-LOCATION TABLE. IF
      *        FOUND, LETS THE OPERATOR CHANGE THE NAME, ADDRESS OR
      *        STATUS AND REWRITES THE RECORD. IF NOT FOUND, TREATS
      *        THE CODE AS A NEW SITE TO ADD AND WRITES A NEW RECORD
      *        ONCE ALL REQUIRED FIELDS VALIDATE.
      *      - THE TABLE FEEDS EADDP'S AND EUPDP'S WORK-LOCATION
      *        VALIDATION AND EROLLP'S EVACUATION ROLL CALL - SEE
      *        ELOCATN.CPY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - WORK-LOCATION ADMINISTRATION MAPSET.
      *      - WORK-LOCATION ADMINISTRATION CONTAINER.
      *      - WORK-LOCATION TABLE RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ELOCMAP.
       COPY ELOCCTR.
       COPY ELOCATN.
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
                CONTAINER(APP-LOCADM-CONTAINER-NAME)
                CHANNEL(APP-LOCADM-CHANNEL-NAME)
                INTO (LOCATION-ADMIN-CONTAINER)
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
                MOVE 'Error Retrieving Location Container!'
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
           INITIALIZE LOCATION-ADMIN-CONTAINER.
           INITIALIZE LOCATION-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ELOCMO.

           MOVE 'Enter a Location Code to Add or Edit!'
              TO WS-MESSAGE.
           MOVE -1 TO LOCODEL.

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
                MAP(APP-LOCADM-MAP-NAME)
                MAPSET(APP-LOCADM-MAPSET-NAME)
                INTO (ELOCMI)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE-RECORD
           WHEN DFHPF3
                PERFORM 2200-SAVE-LOCATION-RECORD
      *         DON'T END THE CONVERSATION ON A FAILED VALIDATION - THAT
      *         WOULD BLANK THE SCREEN WITH NO INDICATION THE RECORD WAS
      *         NEVER SAVED. FALL THROUGH TO THE NORMAL
      *         9000-SEND-MAP-AND-RETURN BELOW INSTEAD, WHICH RE-
      *         DISPLAYS THE MAP WITH THE VALIDATION ERROR.
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-LOCATION-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-LOCATION-RECORD
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
           WHEN LCA-NOT-SET
                PERFORM 2110-LOOKUP-LOCATION-RECORD
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-LOCATION-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-LOCATION-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN LOCODEL IS EQUAL TO ZERO
                MOVE 'Validation Error: Location Code is required!'
                   TO WS-MESSAGE
                MOVE -1 TO LOCODEL
           WHEN OTHER
      *         SITE CODES ARE KEPT IN UPPER CASE SO 'bldc' AND 'BLDC'
      *         CAN'T BECOME TWO DIFFERENT SITES.
                MOVE FUNCTION UPPER-CASE(LOCODEI) TO LOC-LOCATION-CODE

                EXEC CICS READ
                     FILE(APP-LOCATION-FILE-NAME)
                     INTO (LOCATION-RECORD)
                     RIDFLD(LOC-LOCATION-CODE)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     SET LCA-RECORD-FOUND TO TRUE
                     SET LCA-EDITING-EXISTING-LOC TO TRUE
                     MOVE LOCATION-RECORD
                        TO LCA-LOCATION-RECORD
                     MOVE 'Record Found! Edit Name, Address or Statu
      -                    's, then PF4=Save/Continue or PF3=Save/Exit.'
                        TO WS-MESSAGE
                     MOVE -1 TO LONAMEL
                WHEN DFHRESP(NOTFND)
                     SET LCA-RECORD-FOUND TO TRUE
                     SET LCA-ADDING-NEW-LOCATION TO TRUE
                     INITIALIZE LOCATION-RECORD
                     MOVE FUNCTION UPPER-CASE(LOCODEI)
                        TO LOC-LOCATION-CODE
                     MOVE 'A' TO LOC-STATUS
                     MOVE LOCATION-RECORD
                        TO LCA-LOCATION-RECORD
                     MOVE 'New Location - Enter Name and Address, t
      -                    'hen PF4=Save/Continue or PF3=Save/Exit.'
                        TO WS-MESSAGE
                     MOVE -1 TO LONAMEL
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Location Table Not Open!' TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Reading Location Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE LCA-LOCATION-RECORD TO LOCATION-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF LONAMEL IS GREATER THAN ZERO THEN
              MOVE LONAMEI TO LOC-LOCATION-NAME
           END-IF.

           IF LOADDRL IS GREATER THAN ZERO THEN
              MOVE LOADDRI TO LOC-ADDRESS
           END-IF.

           IF LOSTATL IS GREATER THAN ZERO THEN
              MOVE LOSTATI TO LOC-STATUS
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE LOCATION-RECORD TO LCA-LOCATION-RECORD.

      *    VALIDATE FIELDS.
      *      - TO SET THE CURSOR POSITION ON THE MAP, WE MOVE -1 TO
      *        THE LENGTH OF THE FIELD THAT IS INVALID *AND* WE ADD
      *        THE "CURSOR" OPTION ON THE 'CICS SEND MAP' COMMAND.

           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN LOC-LOCATION-NAME IS EQUAL TO SPACES
                MOVE 'Validation Error: Location Name is required!'
                   TO WS-MESSAGE
                MOVE -1 TO LONAMEL
           WHEN NOT LOC-ACTIVE AND NOT LOC-INACTIVE
                MOVE 'Validation Error: Status must be A or I!'
                   TO WS-MESSAGE
                MOVE -1 TO LOSTATL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Sav
      -              'e/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO LONAMEL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2200-SAVE-LOCATION-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-LOCATION-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE 'Saving Location Record...' TO WS-MESSAGE
              EVALUATE TRUE
              WHEN LCA-ADDING-NEW-LOCATION
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

       2400-DELETE-LOCATION-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-LOCATION-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-LOCADM-CONTAINER-NAME)
                CHANNEL(APP-LOCADM-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Location Container Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Deleting Location Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE LOCATION-ADMIN-CONTAINER.
           SET LCA-NOT-SET TO TRUE.
           INITIALIZE LOCATION-RECORD.
           INITIALIZE ELOCMO.
           MOVE 'Enter a Location Code to Add or Edit!'
              TO WS-MESSAGE.
           MOVE -1 TO LOCODEL.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE LCA-LOCATION-RECORD TO LOCATION-RECORD.

           EXEC CICS WRITE
                FILE(APP-LOCATION-FILE-NAME)
                FROM (LOCATION-RECORD)
                RIDFLD(LOC-LOCATION-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'New Location Added Successfully!'
                   TO WS-MESSAGE
                SET LCA-EDITING-EXISTING-LOC TO TRUE
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Location Code Already On File!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Location Table Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Location Record!' TO WS-MESSAGE
           END-EVALUATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           EXEC CICS READ
                FILE(APP-LOCATION-FILE-NAME)
                INTO (LOCATION-RECORD)
                RIDFLD(LOC-LOCATION-CODE)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE LCA-LOCATION-RECORD TO LOCATION-RECORD

                EXEC CICS REWRITE
                     FILE(APP-LOCATION-FILE-NAME)
                     FROM (LOCATION-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     MOVE 'Location Updated Successfully!'
                        TO WS-MESSAGE
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Location Table Not Open!' TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Rewriting Location Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Location Code Not Found!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Location Table Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Location Record!' TO WS-MESSAGE
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
           PERFORM 9150-PUT-LOCATION-CONTAINER.

           EXEC CICS SEND
                MAP(APP-LOCADM-MAP-NAME)
                MAPSET(APP-LOCADM-MAPSET-NAME)
                FROM (ELOCMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-LOCADM-CHANNEL-NAME)
                TRANSID(APP-LOCADM-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF LCA-LOCATION-RECORD IS NOT EQUAL TO SPACES THEN
              MOVE LCA-LOCATION-RECORD TO LOCATION-RECORD

              MOVE LOC-LOCATION-CODE TO LOCODEO
              MOVE LOC-LOCATION-NAME TO LONAMEO
              MOVE LOC-ADDRESS TO LOADDRO
              MOVE LOC-STATUS TO LOSTATO
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

       9150-PUT-LOCATION-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-LOCATION-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-LOCADM-CONTAINER-NAME)
                CHANNEL(APP-LOCADM-CHANNEL-NAME)
                FROM (LOCATION-ADMIN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Location Container!'
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
