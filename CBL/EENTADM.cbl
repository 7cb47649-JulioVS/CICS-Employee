       IDENTIFICATION DIVISION.
       PROGRAM-ID. EENTADM.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'LEGAL-ENTITY TABLE ADMINISTRATION' PROGRAM.
      *      - ENTERED DIRECTLY BY TRANSACTION ID - LIKE EUSRADM AND
      *        EDEPADM, IT'S AN ADMIN-SIDE UTILITY AND ISN'T REACHED
      *        FROM THE MAIN MENU (ACCESS IS CONTROLLED BY WHO IS
      *        AUTHORIZED TO ENTER THE TRANSACTION).
      *      - LOOKS UP A COMPANY CODE ON THE LEGAL-ENTITY TABLE. IF
      *        FOUND, LETS THE OPERATOR CHANGE THE NAME, REGISTRATION
      *        NUMBER, PAYROLL BUREAU OR STATUS AND REWRITES THE
      *        RECORD. IF NOT FOUND, TREATS THE CODE AS A NEW ENTITY
      *        TO ADD AND WRITES A NEW RECORD ONCE ALL REQUIRED
      *        FIELDS VALIDATE.
      *      - THE TABLE FEEDS EDEPADM'S COMPANY-CODE VALIDATION AND
      *        THE PER-ENTITY EXTRACTS AND REPORT BREAKS - SEE
      *        ELGLENT.CPY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - LEGAL-ENTITY ADMINISTRATION MAPSET.
      *      - LEGAL-ENTITY ADMINISTRATION CONTAINER.
      *      - LEGAL-ENTITY TABLE RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EENTMAP.
       COPY EENTCTR.
       COPY ELGLENT.
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
                CONTAINER(APP-ENTADM-CONTAINER-NAME)
                CHANNEL(APP-ENTADM-CHANNEL-NAME)
                INTO (ENTITY-ADMIN-CONTAINER)
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
                MOVE 'Error Retrieving Entity Container!'
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
           INITIALIZE ENTITY-ADMIN-CONTAINER.
           INITIALIZE LEGAL-ENTITY-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EENTMO.

           MOVE 'Enter a Company Code to Add or Edit!'
              TO WS-MESSAGE.
           MOVE -1 TO ENTCDL.

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
                MAP(APP-ENTADM-MAP-NAME)
                MAPSET(APP-ENTADM-MAPSET-NAME)
                INTO (EENTMI)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE-RECORD
           WHEN DFHPF3
                PERFORM 2200-SAVE-ENTITY-RECORD
      *         DON'T END THE CONVERSATION ON A FAILED VALIDATION - THAT
      *         WOULD BLANK THE SCREEN WITH NO INDICATION THE RECORD WAS
      *         NEVER SAVED. FALL THROUGH TO THE NORMAL
      *         9000-SEND-MAP-AND-RETURN BELOW INSTEAD, WHICH RE-
      *         DISPLAYS THE MAP WITH THE VALIDATION ERROR.
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-ENTITY-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-ENTITY-RECORD
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
           WHEN ENA-NOT-SET
                PERFORM 2110-LOOKUP-ENTITY-RECORD
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-ENTITY-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-ENTITY-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN ENTCDL IS EQUAL TO ZERO
                MOVE 'Validation Error: Company Code is required!'
                   TO WS-MESSAGE
                MOVE -1 TO ENTCDL
           WHEN OTHER
      *         COMPANY CODES ARE KEPT IN UPPER CASE SO 'uk01' AND
      *         'UK01' CAN'T BECOME TWO DIFFERENT ENTITIES.
                MOVE FUNCTION UPPER-CASE(ENTCDI) TO ENT-COMPANY-CODE

                EXEC CICS READ
                     FILE(APP-ENTITY-FILE-NAME)
                     INTO (LEGAL-ENTITY-RECORD)
                     RIDFLD(ENT-COMPANY-CODE)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     SET ENA-RECORD-FOUND TO TRUE
                     SET ENA-EDITING-EXISTING-ENT TO TRUE
                     MOVE LEGAL-ENTITY-RECORD
                        TO ENA-ENTITY-RECORD
                     MOVE 'Record Found! Edit Name, Registration, Bure
      -                    'au or Status, then PF4/PF3 to Save.'
                        TO WS-MESSAGE
                     MOVE -1 TO ENTNML
                WHEN DFHRESP(NOTFND)
                     SET ENA-RECORD-FOUND TO TRUE
                     SET ENA-ADDING-NEW-ENTITY TO TRUE
                     INITIALIZE LEGAL-ENTITY-RECORD
                     MOVE FUNCTION UPPER-CASE(ENTCDI)
                        TO ENT-COMPANY-CODE
                     MOVE 'A' TO ENT-STATUS
                     MOVE LEGAL-ENTITY-RECORD
                        TO ENA-ENTITY-RECORD
                     MOVE 'New Entity - Enter Name, Registration and B
      -                    'ureau, then PF4/PF3 to Save.'
                        TO WS-MESSAGE
                     MOVE -1 TO ENTNML
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Entity Table Not Open!' TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Reading Entity Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE ENA-ENTITY-RECORD TO LEGAL-ENTITY-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF ENTNML IS GREATER THAN ZERO THEN
              MOVE ENTNMI TO ENT-COMPANY-NAME
           END-IF.

           IF ENTREGL IS GREATER THAN ZERO THEN
              MOVE ENTREGI TO ENT-REGISTRATION-NO
           END-IF.

           IF ENTBURL IS GREATER THAN ZERO THEN
              MOVE ENTBURI TO ENT-PAYROLL-BUREAU
           END-IF.

           IF ENTSTL IS GREATER THAN ZERO THEN
              MOVE ENTSTI TO ENT-STATUS
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE LEGAL-ENTITY-RECORD TO ENA-ENTITY-RECORD.

      *    VALIDATE FIELDS.
      *      - TO SET THE CURSOR POSITION ON THE MAP, WE MOVE -1 TO
      *        THE LENGTH OF THE FIELD THAT IS INVALID *AND* WE ADD
      *        THE "CURSOR" OPTION ON THE 'CICS SEND MAP' COMMAND.

           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN ENT-COMPANY-NAME IS EQUAL TO SPACES
                MOVE 'Validation Error: Company Name is required!'
                   TO WS-MESSAGE
                MOVE -1 TO ENTNML
           WHEN NOT ENT-ACTIVE AND NOT ENT-INACTIVE
                MOVE 'Validation Error: Status must be A or I!'
                   TO WS-MESSAGE
                MOVE -1 TO ENTSTL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Sav
      -              'e/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO ENTNML
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2200-SAVE-ENTITY-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-ENTITY-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE 'Saving Entity Record...' TO WS-MESSAGE
              EVALUATE TRUE
              WHEN ENA-ADDING-NEW-ENTITY
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

       2400-DELETE-ENTITY-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-ENTITY-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-ENTADM-CONTAINER-NAME)
                CHANNEL(APP-ENTADM-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Entity Container Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Deleting Entity Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ENTITY-ADMIN-CONTAINER.
           SET ENA-NOT-SET TO TRUE.
           INITIALIZE LEGAL-ENTITY-RECORD.
           INITIALIZE EENTMO.
           MOVE 'Enter a Company Code to Add or Edit!'
              TO WS-MESSAGE.
           MOVE -1 TO ENTCDL.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ENA-ENTITY-RECORD TO LEGAL-ENTITY-RECORD.

           EXEC CICS WRITE
                FILE(APP-ENTITY-FILE-NAME)
                FROM (LEGAL-ENTITY-RECORD)
                RIDFLD(ENT-COMPANY-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'New Entity Added Successfully!'
                   TO WS-MESSAGE
                SET ENA-EDITING-EXISTING-ENT TO TRUE
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Company Code Already On File!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Entity Table Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Entity Record!' TO WS-MESSAGE
           END-EVALUATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           EXEC CICS READ
                FILE(APP-ENTITY-FILE-NAME)
                INTO (LEGAL-ENTITY-RECORD)
                RIDFLD(ENT-COMPANY-CODE)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE ENA-ENTITY-RECORD TO LEGAL-ENTITY-RECORD

                EXEC CICS REWRITE
                     FILE(APP-ENTITY-FILE-NAME)
                     FROM (LEGAL-ENTITY-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     MOVE 'Entity Updated Successfully!'
                        TO WS-MESSAGE
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Entity Table Not Open!' TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Rewriting Entity Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Company Code Not Found!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Entity Table Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Entity Record!' TO WS-MESSAGE
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
           PERFORM 9150-PUT-ENTITY-CONTAINER.

           EXEC CICS SEND
                MAP(APP-ENTADM-MAP-NAME)
                MAPSET(APP-ENTADM-MAPSET-NAME)
                FROM (EENTMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-ENTADM-CHANNEL-NAME)
                TRANSID(APP-ENTADM-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF ENA-ENTITY-RECORD IS NOT EQUAL TO SPACES THEN
              MOVE ENA-ENTITY-RECORD TO LEGAL-ENTITY-RECORD

              MOVE ENT-COMPANY-CODE TO ENTCDO
              MOVE ENT-COMPANY-NAME TO ENTNMO
              MOVE ENT-REGISTRATION-NO TO ENTREGO
              MOVE ENT-PAYROLL-BUREAU TO ENTBURO
              MOVE ENT-STATUS TO ENTSTO
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

       9150-PUT-ENTITY-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-ENTITY-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-ENTADM-CONTAINER-NAME)
                CHANNEL(APP-ENTADM-CHANNEL-NAME)
                FROM (ENTITY-ADMIN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Entity Container!'
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
