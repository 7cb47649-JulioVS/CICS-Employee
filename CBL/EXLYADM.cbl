       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXLYADM.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'EXTRACT LAYOUT ADMINISTRATION' PROGRAM.
      *      - ENTERED DIRECTLY BY TRANSACTION ID - LIKE EJTLADM, IT'S
      *        AN ADMIN-SIDE UTILITY AND ISN'T REACHED FROM THE MAIN
      *        MENU (ACCESS IS CONTROLLED BY WHO IS AUTHORIZED TO
      *        ENTER THE TRANSACTION).
      *      - LOOKS UP A LAYOUT NAME ON THE EXTRACT LAYOUT TABLE. IF
      *        FOUND, LETS THE OPERATOR CHANGE THE DESCRIPTION, OUTPUT
      *        FORMAT AND FIELD LIST AND REWRITES THE RECORD. IF NOT
      *        FOUND, TREATS THE NAME AS A NEW LAYOUT TO ADD AND
      *        WRITES A NEW RECORD ONCE ALL FIELDS VALIDATE.
      *      - EVERY FIELD CODE MUST BE ON THE FIELD CATALOGUE (SEE
      *        EXFLDTB.CPY); BLANK SLOTS ARE CLOSED UP ON SAVE SO THE
      *        FIELDS KEEP THEIR ORDER WITH NO GAPS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EXTRACT LAYOUT ADMINISTRATION MAPSET.
      *      - EXTRACT LAYOUT ADMINISTRATION CONTAINER.
      *      - EXTRACT LAYOUT RECORD.
      *      - EXTRACT LAYOUT FIELD CATALOGUE.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EXLYMAP.
       COPY EXLYCTR.
       COPY EXLAYT.
       COPY EXFLDTB.
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
      *    FIELD-LIST WORK: THE SLOT BEING LOOKED AT, THE NEXT SLOT TO
      *    FILL WHEN CLOSING UP GAPS, AND THE FIRST SLOT HOLDING A
      *    CODE THAT ISN'T ON THE CATALOGUE.
      *
          05 WS-SLOT-NUMBER         PIC S9(4) USAGE IS BINARY.
          05 WS-NEXT-SLOT           PIC S9(4) USAGE IS BINARY.
          05 WS-BAD-SLOT            PIC S9(4) USAGE IS BINARY.
          05 WS-CODE-FOUND-FLAG     PIC X(1).
             88 WS-CODE-ON-CATALOGUE          VALUE 'Y'.
          05 WS-COMPACTED-FIELDS.
             10 WS-COMPACTED-CODE   PIC X(5) OCCURS 12 TIMES.
      *
       01 WS-VALIDATION-FLAG        PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED                VALUE 'Y'.
          88 VALIDATION-FAILED                VALUE SPACES.
      *
       01 WS-TODAY                  PIC X(8)  VALUE SPACES.
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
                CONTAINER(APP-XLYADM-CONTAINER-NAME)
                CHANNEL(APP-XLYADM-CHANNEL-NAME)
                INTO (EXTRACT-LAYOUT-ADMIN-CONTAINER)
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
                MOVE 'Error Retrieving Extract Layout Container!'
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
           INITIALIZE EXTRACT-LAYOUT-ADMIN-CONTAINER.
           INITIALIZE EXPORT-LAYOUT-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EXLYMO.

      *    THE SIGNED-ON USER IS STAMPED ON EVERY SAVED LAYOUT.
           PERFORM 4100-GET-MONITOR-CONTAINER.
           MOVE MON-USER-ID TO XLA-USER-ID.

           MOVE 'Enter an Extract Layout Name to Add or Edit!'
              TO WS-MESSAGE.
           MOVE -1 TO LAYNML.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-MESSAGE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           EXEC CICS RECEIVE
                MAP(APP-XLYADM-MAP-NAME)
                MAPSET(APP-XLYADM-MAPSET-NAME)
                INTO (EXLYMI)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE-RECORD
           WHEN DFHPF3
                PERFORM 2200-SAVE-LAYOUT-RECORD
      *         A FAILED VALIDATION RE-DISPLAYS THE MAP WITH THE ERROR
      *         INSTEAD OF ENDING THE CONVERSATION (SEE EJTLADM).
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-LAYOUT-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-LAYOUT-RECORD
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
           WHEN XLA-NOT-SET
                PERFORM 2110-LOOKUP-LAYOUT-RECORD
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-LAYOUT-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-LAYOUT-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN LAYNML IS EQUAL TO ZERO
                MOVE 'Validation Error: Layout Name is required!'
                   TO WS-MESSAGE
                MOVE -1 TO LAYNML
           WHEN OTHER
                MOVE LAYNMI TO XLY-LAYOUT-NAME

                EXEC CICS READ
                     FILE(APP-EXPLAYOUT-FILE-NAME)
                     INTO (EXPORT-LAYOUT-RECORD)
                     RIDFLD(XLY-LAYOUT-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     SET XLA-RECORD-FOUND TO TRUE
                     SET XLA-EDITING-EXISTING-LAYOUT TO TRUE
                     MOVE EXPORT-LAYOUT-RECORD TO XLA-LAYOUT-RECORD
                     MOVE 'Record Found! Edit Layout, then PF4=Save/Cont
      -                    'inue or PF3=Save/Exit.'
                        TO WS-MESSAGE
                     MOVE -1 TO LAYDSCL
                WHEN DFHRESP(NOTFND)
                     SET XLA-RECORD-FOUND TO TRUE
                     SET XLA-ADDING-NEW-LAYOUT TO TRUE
                     INITIALIZE EXPORT-LAYOUT-RECORD
                     MOVE LAYNMI TO XLY-LAYOUT-NAME
                     MOVE 'F' TO XLY-OUTPUT-FORMAT
                     MOVE ZERO TO XLY-FIELD-COUNT
                     MOVE EXPORT-LAYOUT-RECORD TO XLA-LAYOUT-RECORD
                     MOVE 'New Layout - Enter Description, Format and Fi
      -                    'elds, then PF4 or PF3 to Save.'
                        TO WS-MESSAGE
                     MOVE -1 TO LAYDSCL
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Extract Layout Table Not Open!'
                        TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Reading Extract Layout Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE XLA-LAYOUT-RECORD TO EXPORT-LAYOUT-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF LAYDSCL IS GREATER THAN ZERO THEN
              MOVE LAYDSCI TO XLY-DESCRIPTION
           END-IF.

           IF LAYFMTL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(LAYFMTI) TO XLY-OUTPUT-FORMAT
           END-IF.

           PERFORM 2160-GET-FIELD-SLOT
              VARYING WS-SLOT-NUMBER FROM 1 BY 1
                UNTIL WS-SLOT-NUMBER IS GREATER THAN 12.

           PERFORM 2170-CLOSE-UP-FIELD-LIST.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE EXPORT-LAYOUT-RECORD TO XLA-LAYOUT-RECORD.

      *    VALIDATE FIELDS.
      *      - TO SET THE CURSOR POSITION ON THE MAP, WE MOVE -1 TO
      *        THE LENGTH OF THE FIELD THAT IS INVALID *AND* WE ADD
      *        THE "CURSOR" OPTION ON THE 'CICS SEND MAP' COMMAND.

           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN XLY-DESCRIPTION IS EQUAL TO SPACES
                MOVE 'Validation Error: Description is required!'
                   TO WS-MESSAGE
                MOVE -1 TO LAYDSCL
           WHEN NOT XLY-FIXED-WIDTH AND NOT XLY-COMMA-DELIMITED
                MOVE 'Validation Error: Format must be F (Fixed) or C (C
      -              'omma-Delimited)!'
                   TO WS-MESSAGE
                MOVE -1 TO LAYFMTL
           WHEN XLY-FIELD-COUNT IS EQUAL TO ZERO
                MOVE 'Validation Error: At least one Field is required!'
                   TO WS-MESSAGE
                MOVE -1 TO FLDCDL(1)
           WHEN WS-BAD-SLOT IS GREATER THAN ZERO
                STRING 'Validation Error: Field '
                       XLY-FIELD-CODE(WS-BAD-SLOT)
                       ' is not on the Field Catalogue!'
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE
                MOVE -1 TO FLDCDL(WS-BAD-SLOT)
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Save/E
      -              'xit.'
                   TO WS-MESSAGE
                MOVE -1 TO LAYDSCL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2160-GET-FIELD-SLOT.
      *    A SLOT ERASED WITH ERASE-EOF COMES BACK EMPTY BUT FLAGGED,
      *    AND TAKES THAT FIELD OUT OF THE LAYOUT.
           EVALUATE TRUE
           WHEN FLDCDL(WS-SLOT-NUMBER) IS GREATER THAN ZERO
                MOVE FUNCTION UPPER-CASE(FLDCDI(WS-SLOT-NUMBER))
                   TO XLY-FIELD-CODE(WS-SLOT-NUMBER)
           WHEN FLDCDF(WS-SLOT-NUMBER) IS EQUAL TO DFHBMEOF
                MOVE SPACES TO XLY-FIELD-CODE(WS-SLOT-NUMBER)
           END-EVALUATE.

       2170-CLOSE-UP-FIELD-LIST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2170-CLOSE-UP-FIELD-LIST' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CARRY THE NON-BLANK CODES FORWARD IN ORDER, CHECKING EACH
      *    ONE AGAINST THE CATALOGUE ON THE WAY.
           MOVE SPACES TO WS-COMPACTED-FIELDS.
           MOVE ZERO TO WS-NEXT-SLOT.
           MOVE ZERO TO WS-BAD-SLOT.

           PERFORM 2175-CARRY-FIELD-FORWARD
              VARYING WS-SLOT-NUMBER FROM 1 BY 1
                UNTIL WS-SLOT-NUMBER IS GREATER THAN 12.

           PERFORM 2180-PUT-BACK-FIELD
              VARYING WS-SLOT-NUMBER FROM 1 BY 1
                UNTIL WS-SLOT-NUMBER IS GREATER THAN 12.

           MOVE WS-NEXT-SLOT TO XLY-FIELD-COUNT.

       2175-CARRY-FIELD-FORWARD.
           IF XLY-FIELD-CODE(WS-SLOT-NUMBER) IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NEXT-SLOT.
           MOVE XLY-FIELD-CODE(WS-SLOT-NUMBER)
              TO WS-COMPACTED-CODE(WS-NEXT-SLOT).

           MOVE SPACES TO WS-CODE-FOUND-FLAG.

           PERFORM 2176-CHECK-CATALOGUE-ENTRY
              VARYING XFD-INDEX FROM 1 BY 1
                UNTIL XFD-INDEX IS GREATER THAN XFD-ENTRY-COUNT
                   OR WS-CODE-ON-CATALOGUE.

           IF NOT WS-CODE-ON-CATALOGUE AND
              WS-BAD-SLOT IS EQUAL TO ZERO THEN
              MOVE WS-NEXT-SLOT TO WS-BAD-SLOT
           END-IF.

       2176-CHECK-CATALOGUE-ENTRY.
           IF XFD-FIELD-CODE(XFD-INDEX) IS EQUAL TO
              XLY-FIELD-CODE(WS-SLOT-NUMBER) THEN
              SET WS-CODE-ON-CATALOGUE TO TRUE
           END-IF.

       2180-PUT-BACK-FIELD.
           MOVE WS-COMPACTED-CODE(WS-SLOT-NUMBER)
              TO XLY-FIELD-CODE(WS-SLOT-NUMBER).

       2200-SAVE-LAYOUT-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-LAYOUT-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE 'Saving Extract Layout Record...' TO WS-MESSAGE
              MOVE XLA-USER-ID TO XLY-LAST-CHANGED-BY
              MOVE WS-TODAY TO XLY-LAST-CHANGED-DATE
              MOVE EXPORT-LAYOUT-RECORD TO XLA-LAYOUT-RECORD
              EVALUATE TRUE
              WHEN XLA-ADDING-NEW-LAYOUT
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

       2400-DELETE-LAYOUT-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-LAYOUT-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-XLYADM-CONTAINER-NAME)
                CHANNEL(APP-XLYADM-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Extract Layout Container Not Found!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Deleting Extract Layout Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    KEEP THE SIGNED-ON USER ACROSS THE CLEAR.
           MOVE XLA-USER-ID TO MON-USER-ID.
           INITIALIZE EXTRACT-LAYOUT-ADMIN-CONTAINER.
           SET XLA-NOT-SET TO TRUE.
           MOVE MON-USER-ID TO XLA-USER-ID.
           INITIALIZE EXPORT-LAYOUT-RECORD.
           INITIALIZE EXLYMO.
           MOVE 'Enter an Extract Layout Name to Add or Edit!'
              TO WS-MESSAGE.
           MOVE -1 TO LAYNML.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE XLA-LAYOUT-RECORD TO EXPORT-LAYOUT-RECORD.

           EXEC CICS WRITE
                FILE(APP-EXPLAYOUT-FILE-NAME)
                FROM (EXPORT-LAYOUT-RECORD)
                RIDFLD(XLY-LAYOUT-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'New Extract Layout Added Successfully!'
                   TO WS-MESSAGE
                SET XLA-EDITING-EXISTING-LAYOUT TO TRUE
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Extract Layout Name Already On File!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Extract Layout Table Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Extract Layout Record!'
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
                FILE(APP-EXPLAYOUT-FILE-NAME)
                INTO (EXPORT-LAYOUT-RECORD)
                RIDFLD(XLY-LAYOUT-NAME)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE XLA-LAYOUT-RECORD TO EXPORT-LAYOUT-RECORD

                EXEC CICS REWRITE
                     FILE(APP-EXPLAYOUT-FILE-NAME)
                     FROM (EXPORT-LAYOUT-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     MOVE 'Extract Layout Updated Successfully!'
                        TO WS-MESSAGE
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Extract Layout Table Not Open!'
                        TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Rewriting Extract Layout Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Extract Layout Name Not Found!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Extract Layout Table Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Extract Layout Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4100-GET-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4100-GET-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A MISSING MONITOR CONTAINER JUST LEAVES THE LAYOUT RECORD
      *    UNSTAMPED - IT DOES NOT STOP THE ENTRY.
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
           PERFORM 9150-PUT-LAYOUT-CONTAINER.

           EXEC CICS SEND
                MAP(APP-XLYADM-MAP-NAME)
                MAPSET(APP-XLYADM-MAPSET-NAME)
                FROM (EXLYMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-XLYADM-CHANNEL-NAME)
                TRANSID(APP-XLYADM-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF XLA-LAYOUT-RECORD IS NOT EQUAL TO SPACES THEN
              MOVE XLA-LAYOUT-RECORD TO EXPORT-LAYOUT-RECORD

              MOVE XLY-LAYOUT-NAME TO LAYNMO
              MOVE XLY-DESCRIPTION TO LAYDSCO
              MOVE XLY-OUTPUT-FORMAT TO LAYFMTO

              PERFORM 9110-SHOW-FIELD-SLOT
                 VARYING WS-SLOT-NUMBER FROM 1 BY 1
                   UNTIL WS-SLOT-NUMBER IS GREATER THAN 12
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

       9110-SHOW-FIELD-SLOT.
           MOVE XLY-FIELD-CODE(WS-SLOT-NUMBER)
              TO FLDCDO(WS-SLOT-NUMBER).

       9150-PUT-LAYOUT-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-LAYOUT-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-XLYADM-CONTAINER-NAME)
                CHANNEL(APP-XLYADM-CHANNEL-NAME)
                FROM (EXTRACT-LAYOUT-ADMIN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Extract Layout Container!'
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
