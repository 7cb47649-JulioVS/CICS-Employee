       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXRSADM.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'LEAVING-REASON TABLE ADMINISTRATION' PROGRAM.
      *      - ENTERED DIRECTLY BY TRANSACTION ID - LIKE ETYPADM AND
      *        EDEPADM, IT'S AN ADMIN-SIDE UTILITY AND ISN'T REACHED
      *        FROM THE MAIN MENU (ACCESS IS CONTROLLED BY WHO IS
      *        AUTHORIZED TO ENTER THE TRANSACTION).
      *      - LOOKS UP A LEAVING-REASON CODE ON THE EEXRSN TABLE.
      *        IF FOUND, LETS THE OPERATOR CHANGE THE DESCRIPTION,
      *        VOLUNTARY/INVOLUNTARY CATEGORY OR STATUS AND REWRITES
      *        THE RECORD. IF NOT FOUND, TREATS THE CODE AS A NEW
      *        REASON TO ADD AND WRITES A NEW RECORD ONCE ALL REQUIRED
      *        FIELDS VALIDATE.
      *      - THE TABLE FEEDS EUPDP'S EXIT-DETAILS VALIDATION AND
      *        EEXTRP'S LEAVERS-BY-REASON REPORT - SEE EEXRSN.CPY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - LEAVING-REASON ADMINISTRATION MAPSET.
      *      - LEAVING-REASON ADMINISTRATION CONTAINER.
      *      - LEAVING-REASON CODE TABLE RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EXRSMAP.
       COPY EXRSCTR.
       COPY EEXRSN.
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
                CONTAINER(APP-RSNADM-CONTAINER-NAME)
                CHANNEL(APP-RSNADM-CHANNEL-NAME)
                INTO (LEAVING-REASON-ADMIN-CONTAINER)
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
                MOVE 'Error Retrieving Leaving Reason Container!'
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
           INITIALIZE LEAVING-REASON-ADMIN-CONTAINER.
           INITIALIZE LEAVING-REASON-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EXRSMO.

           MOVE 'Enter a Leaving Reason Code to Add or Edit!'
              TO WS-MESSAGE.
           MOVE -1 TO RSCODEL.

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
                MAP(APP-RSNADM-MAP-NAME)
                MAPSET(APP-RSNADM-MAPSET-NAME)
                INTO (EXRSMI)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE-RECORD
           WHEN DFHPF3
                PERFORM 2200-SAVE-LEAVING-REASON
      *         DON'T END THE CONVERSATION ON A FAILED VALIDATION - THAT
      *         WOULD BLANK THE SCREEN WITH NO INDICATION THE RECORD WAS
      *         NEVER SAVED. FALL THROUGH TO THE NORMAL
      *         9000-SEND-MAP-AND-RETURN BELOW INSTEAD, WHICH RE-
      *         DISPLAYS THE MAP WITH THE VALIDATION ERROR.
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-REASON-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-LEAVING-REASON
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
           WHEN RSA-NOT-SET
                PERFORM 2110-LOOKUP-LEAVING-REASON
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-LEAVING-REASON.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-LEAVING-REASON' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN RSCODEL IS EQUAL TO ZERO
                MOVE 'Validation Error: Reason Code is required!'
                   TO WS-MESSAGE
                MOVE -1 TO RSCODEL
           WHEN OTHER
                MOVE RSCODEI TO LRS-REASON-CODE

                EXEC CICS READ
                     FILE(APP-EXITRSN-FILE-NAME)
                     INTO (LEAVING-REASON-RECORD)
                     RIDFLD(LRS-REASON-CODE)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     SET RSA-RECORD-FOUND TO TRUE
                     SET RSA-EDITING-EXISTING-REASON TO TRUE
                     MOVE LEAVING-REASON-RECORD
                        TO RSA-LEAVING-REASON-RECORD
                     MOVE 'Record Found! Edit Description, Category or S
      -                    'tatus, then PF4 or PF3=Save.'
                        TO WS-MESSAGE
                     MOVE -1 TO RSDESCL
                WHEN DFHRESP(NOTFND)
                     SET RSA-RECORD-FOUND TO TRUE
                     SET RSA-ADDING-NEW-REASON TO TRUE
                     INITIALIZE LEAVING-REASON-RECORD
                     MOVE RSCODEI TO LRS-REASON-CODE
                     MOVE 'A' TO LRS-STATUS
                     MOVE LEAVING-REASON-RECORD
                        TO RSA-LEAVING-REASON-RECORD
                     MOVE 'New Leaving Reason - Enter Description and Ca
      -                    'tegory, then PF4 or PF3=Save.'
                        TO WS-MESSAGE
                     MOVE -1 TO RSDESCL
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Leaving Reason Table Not Open!' TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Reading Leaving Reason Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE RSA-LEAVING-REASON-RECORD TO LEAVING-REASON-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF RSDESCL IS GREATER THAN ZERO THEN
              MOVE RSDESCI TO LRS-REASON-DESC
           END-IF.

           IF RSCATGL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(RSCATGI) TO LRS-CATEGORY
           END-IF.

           IF RSSTATL IS GREATER THAN ZERO THEN
              MOVE RSSTATI TO LRS-STATUS
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE LEAVING-REASON-RECORD TO RSA-LEAVING-REASON-RECORD.

      *    VALIDATE FIELDS.
      *      - TO SET THE CURSOR POSITION ON THE MAP, WE MOVE -1 TO
      *        THE LENGTH OF THE FIELD THAT IS INVALID *AND* WE ADD
      *        THE "CURSOR" OPTION ON THE 'CICS SEND MAP' COMMAND.

           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN LRS-REASON-DESC IS EQUAL TO SPACES
                MOVE 'Validation Error: Description is required!'
                   TO WS-MESSAGE
                MOVE -1 TO RSDESCL
           WHEN NOT LRS-CATEGORY-VALID
                MOVE 'Validation Error: Category must be V (Voluntary) o
      -              'r I (Involuntary)!'
                   TO WS-MESSAGE
                MOVE -1 TO RSCATGL
           WHEN NOT LRS-ACTIVE AND NOT LRS-INACTIVE
                MOVE 'Validation Error: Status must be A or I!'
                   TO WS-MESSAGE
                MOVE -1 TO RSSTATL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Sav
      -              'e/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO RSDESCL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2200-SAVE-LEAVING-REASON.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-LEAVING-REASON' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE 'Saving Leaving Reason Record...' TO WS-MESSAGE
              EVALUATE TRUE
              WHEN RSA-ADDING-NEW-REASON
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

       2400-DELETE-REASON-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-REASON-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-RSNADM-CONTAINER-NAME)
                CHANNEL(APP-RSNADM-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Leaving Reason Container Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Deleting Leaving Reason Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE LEAVING-REASON-ADMIN-CONTAINER.
           SET RSA-NOT-SET TO TRUE.
           INITIALIZE LEAVING-REASON-RECORD.
           INITIALIZE EXRSMO.
           MOVE 'Enter a Leaving Reason Code to Add or Edit!'
              TO WS-MESSAGE.
           MOVE -1 TO RSCODEL.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE RSA-LEAVING-REASON-RECORD TO LEAVING-REASON-RECORD.

           EXEC CICS WRITE
                FILE(APP-EXITRSN-FILE-NAME)
                FROM (LEAVING-REASON-RECORD)
                RIDFLD(LRS-REASON-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'New Leaving Reason Added Successfully!'
                   TO WS-MESSAGE
                SET RSA-EDITING-EXISTING-REASON TO TRUE
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Leaving Reason Code Already On File!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Leaving Reason Table Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Leaving Reason Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           EXEC CICS READ
                FILE(APP-EXITRSN-FILE-NAME)
                INTO (LEAVING-REASON-RECORD)
                RIDFLD(LRS-REASON-CODE)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE RSA-LEAVING-REASON-RECORD TO LEAVING-REASON-RECORD

                EXEC CICS REWRITE
                     FILE(APP-EXITRSN-FILE-NAME)
                     FROM (LEAVING-REASON-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     MOVE 'Leaving Reason Updated Successfully!'
                        TO WS-MESSAGE
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Leaving Reason Table Not Open!' TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Rewriting Leaving Reason Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Leaving Reason Code Not Found!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Leaving Reason Table Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Leaving Reason Record!'
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
           PERFORM 9150-PUT-REASON-CONTAINER.

           EXEC CICS SEND
                MAP(APP-RSNADM-MAP-NAME)
                MAPSET(APP-RSNADM-MAPSET-NAME)
                FROM (EXRSMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-RSNADM-CHANNEL-NAME)
                TRANSID(APP-RSNADM-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF RSA-LEAVING-REASON-RECORD IS NOT EQUAL TO SPACES THEN
              MOVE RSA-LEAVING-REASON-RECORD TO LEAVING-REASON-RECORD

              MOVE LRS-REASON-CODE TO RSCODEO
              MOVE LRS-REASON-DESC TO RSDESCO
              MOVE LRS-CATEGORY TO RSCATGO
              MOVE LRS-STATUS TO RSSTATO
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

       9150-PUT-REASON-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-REASON-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-RSNADM-CONTAINER-NAME)
                CHANNEL(APP-RSNADM-CHANNEL-NAME)
                FROM (LEAVING-REASON-ADMIN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Leaving Reason Container!'
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
