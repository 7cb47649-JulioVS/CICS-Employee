       IDENTIFICATION DIVISION.
       PROGRAM-ID. EABTADM.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'ABSENCE-TYPE TABLE ADMINISTRATION' PROGRAM.
      *      - ENTERED DIRECTLY BY TRANSACTION ID - LIKE ETYPADM AND
      *        EDEPADM, IT'S AN ADMIN-SIDE UTILITY AND ISN'T REACHED
      *        FROM THE MAIN MENU (ACCESS IS CONTROLLED BY WHO IS
      *        AUTHORIZED TO ENTER THE TRANSACTION).
      *      - LOOKS UP AN ABSENCE-TYPE CODE ON THE EABSTYP TABLE.
      *        IF FOUND, LETS THE OPERATOR CHANGE THE DESCRIPTION,
      *        STATUS, BEHAVIOUR FLAGS OR CALENDAR LETTER AND REWRITES
      *        THE RECORD. IF NOT FOUND, TREATS THE CODE AS A NEW
      *        ABSENCE TYPE TO ADD AND WRITES A NEW RECORD ONCE ALL
      *        REQUIRED FIELDS VALIDATE.
      *      - THE FLAGS MUST HANG TOGETHER: A TYPE THAT DRAWS THE
      *        EMPLEAVE BALANCE OR THE TOIL BANK MUST BE PAID AND MAY
      *        ONLY DRAW ONE OF THEM, AND ONLY AN UNPAID TYPE MAY FEED
      *        EPAYXP'S UNPAID DEDUCTION RECORDS.
      *      - THE TABLE DRIVES EVERY ABSENCE PROGRAM THROUGH THE
      *        LINKED EABTCP LOOKUP - SEE EABSTYP.CPY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - ABSENCE-TYPE ADMINISTRATION MAPSET.
      *      - ABSENCE-TYPE ADMINISTRATION CONTAINER.
      *      - ABSENCE-TYPE CODE TABLE RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EABTMAP.
       COPY EABTCTR.
       COPY EABSTYP.
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
                CONTAINER(APP-ABTADM-CONTAINER-NAME)
                CHANNEL(APP-ABTADM-CHANNEL-NAME)
                INTO (ABS-TYPE-ADMIN-CONTAINER)
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
                MOVE 'Error Retrieving Absence Type Container!'
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
           INITIALIZE ABS-TYPE-ADMIN-CONTAINER.
           INITIALIZE ABSENCE-TYPE-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EABTMO.

           MOVE 'Enter an Absence Type Code to Add or Edit!'
              TO WS-MESSAGE.
           MOVE -1 TO ATCODEL.

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
                MAP(APP-ABTADM-MAP-NAME)
                MAPSET(APP-ABTADM-MAPSET-NAME)
                INTO (EABTMI)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE-RECORD
           WHEN DFHPF3
                PERFORM 2200-SAVE-ABSENCE-TYPE-RECORD
      *         DON'T END THE CONVERSATION ON A FAILED VALIDATION - THAT
      *         WOULD BLANK THE SCREEN WITH NO INDICATION THE RECORD WAS
      *         NEVER SAVED. FALL THROUGH TO THE NORMAL
      *         9000-SEND-MAP-AND-RETURN BELOW INSTEAD, WHICH RE-
      *         DISPLAYS THE MAP WITH THE VALIDATION ERROR.
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-ABS-TYPE-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-ABSENCE-TYPE-RECORD
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
           WHEN ATA-NOT-SET
                PERFORM 2110-LOOKUP-ABSENCE-TYPE-RECORD
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-ABSENCE-TYPE-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-ABSENCE-TYPE-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN ATCODEL IS EQUAL TO ZERO
                MOVE 'Validation Error: Absence Type Code is required!'
                   TO WS-MESSAGE
                MOVE -1 TO ATCODEL
           WHEN OTHER
                MOVE ATCODEI TO ABT-TYPE-CODE

                EXEC CICS READ
                     FILE(APP-ABSTYPE-FILE-NAME)
                     INTO (ABSENCE-TYPE-RECORD)
                     RIDFLD(ABT-TYPE-CODE)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     SET ATA-RECORD-FOUND TO TRUE
                     SET ATA-EDITING-EXISTING-TYPE TO TRUE
                     MOVE ABSENCE-TYPE-RECORD
                        TO ATA-ABSENCE-TYPE-RECORD
                     MOVE 'Record Found! Edit Description/Flags, then PF
      -                    '4=Save/Continue or PF3=Save/Exit.'
                        TO WS-MESSAGE
                     MOVE -1 TO ATDESCL
                WHEN DFHRESP(NOTFND)
                     SET ATA-RECORD-FOUND TO TRUE
                     SET ATA-ADDING-NEW-TYPE TO TRUE
                     INITIALIZE ABSENCE-TYPE-RECORD
                     MOVE ATCODEI TO ABT-TYPE-CODE
                     MOVE ATCODEI TO ABT-CALENDAR-LETTER
                     MOVE 'A' TO ABT-STATUS
                     MOVE 'Y' TO ABT-PAID-FLAG
                     MOVE 'N' TO ABT-LEAVE-BALANCE-FLAG
                     MOVE 'N' TO ABT-PAY-DEDUCTION-FLAG
                     MOVE 'N' TO ABT-SICKNESS-FLAG
                     MOVE 'N' TO ABT-TOIL-BANK-FLAG
                     MOVE ABSENCE-TYPE-RECORD
                        TO ATA-ABSENCE-TYPE-RECORD
                     MOVE 'New Absence Type - Enter Description, then PF
      -                    '4=Save/Continue or PF3=Save/Exit.'
                        TO WS-MESSAGE
                     MOVE -1 TO ATDESCL
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Absence Type Table Not Open!' TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Reading Absence Type Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE ATA-ABSENCE-TYPE-RECORD TO ABSENCE-TYPE-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF ATDESCL IS GREATER THAN ZERO THEN
              MOVE ATDESCI TO ABT-TYPE-DESC
           END-IF.

           IF ATSTATL IS GREATER THAN ZERO THEN
              MOVE ATSTATI TO ABT-STATUS
           END-IF.

           IF ATPAIDL IS GREATER THAN ZERO THEN
              MOVE ATPAIDI TO ABT-PAID-FLAG
           END-IF.

           IF ATLVBLL IS GREATER THAN ZERO THEN
              MOVE ATLVBLI TO ABT-LEAVE-BALANCE-FLAG
           END-IF.

           IF ATPDEDL IS GREATER THAN ZERO THEN
              MOVE ATPDEDI TO ABT-PAY-DEDUCTION-FLAG
           END-IF.

           IF ATCALLL IS GREATER THAN ZERO THEN
              MOVE ATCALLI TO ABT-CALENDAR-LETTER
           END-IF.

           IF ATSICKL IS GREATER THAN ZERO THEN
              MOVE ATSICKI TO ABT-SICKNESS-FLAG
           END-IF.

           IF ATTOILL IS GREATER THAN ZERO THEN
              MOVE ATTOILI TO ABT-TOIL-BANK-FLAG
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE ABSENCE-TYPE-RECORD TO ATA-ABSENCE-TYPE-RECORD.

      *    VALIDATE FIELDS.
      *      - TO SET THE CURSOR POSITION ON THE MAP, WE MOVE -1 TO
      *        THE LENGTH OF THE FIELD THAT IS INVALID *AND* WE ADD
      *        THE "CURSOR" OPTION ON THE 'CICS SEND MAP' COMMAND.

           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN ABT-TYPE-DESC IS EQUAL TO SPACES
                MOVE 'Validation Error: Description is required!'
                   TO WS-MESSAGE
                MOVE -1 TO ATDESCL
           WHEN NOT ABT-ACTIVE AND NOT ABT-INACTIVE
                MOVE 'Validation Error: Status must be A or I!'
                   TO WS-MESSAGE
                MOVE -1 TO ATSTATL
           WHEN NOT ABT-PAID-FLAG-VALID
                MOVE 'Validation Error: Paid must be Y or N!'
                   TO WS-MESSAGE
                MOVE -1 TO ATPAIDL
           WHEN NOT ABT-LEAVE-BALANCE-VALID
                MOVE 'Validation Error: Draws Leave Balance must be Y or
      -              ' N!'
                   TO WS-MESSAGE
                MOVE -1 TO ATLVBLL
           WHEN NOT ABT-PAY-DEDUCTION-VALID
                MOVE 'Validation Error: Pay Deduction must be Y or N!'
                   TO WS-MESSAGE
                MOVE -1 TO ATPDEDL
           WHEN ABT-CALENDAR-LETTER IS EQUAL TO SPACE
                MOVE 'Validation Error: Calendar Letter is required!'
                   TO WS-MESSAGE
                MOVE -1 TO ATCALLL
           WHEN NOT ABT-SICKNESS-VALID
                MOVE 'Validation Error: Sickness must be Y or N!'
                   TO WS-MESSAGE
                MOVE -1 TO ATSICKL
           WHEN NOT ABT-TOIL-BANK-VALID
                MOVE 'Validation Error: Draws TOIL Bank must be Y or N!'
                   TO WS-MESSAGE
                MOVE -1 TO ATTOILL
           WHEN ABT-DRAWS-LEAVE-BALANCE AND ABT-DRAWS-TOIL-BANK
                MOVE 'Validation Error: A Type Draws Leave Balance Or TO
      -              'IL Bank, Not Both!'
                   TO WS-MESSAGE
                MOVE -1 TO ATTOILL
           WHEN NOT ABT-PAID AND
                (ABT-DRAWS-LEAVE-BALANCE OR ABT-DRAWS-TOIL-BANK)
                MOVE 'Validation Error: Only A Paid Type Can Draw A Bala
      -              'nce!'
                   TO WS-MESSAGE
                MOVE -1 TO ATPAIDL
           WHEN ABT-PAID AND ABT-FEEDS-PAY-DEDUCTION
                MOVE 'Validation Error: A Paid Type Cannot Feed The Unpa
      -              'id Deduction!'
                   TO WS-MESSAGE
                MOVE -1 TO ATPDEDL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Save/E
      -              'xit.'
                   TO WS-MESSAGE
                MOVE -1 TO ATDESCL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2200-SAVE-ABSENCE-TYPE-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-ABSENCE-TYPE-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE 'Saving Absence Type Record...' TO WS-MESSAGE
              EVALUATE TRUE
              WHEN ATA-ADDING-NEW-TYPE
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

       2400-DELETE-ABS-TYPE-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-ABS-TYPE-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-ABTADM-CONTAINER-NAME)
                CHANNEL(APP-ABTADM-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Absence Type Container Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Deleting Absence Type Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ABS-TYPE-ADMIN-CONTAINER.
           SET ATA-NOT-SET TO TRUE.
           INITIALIZE ABSENCE-TYPE-RECORD.
           INITIALIZE EABTMO.
           MOVE 'Enter an Absence Type Code to Add or Edit!'
              TO WS-MESSAGE.
           MOVE -1 TO ATCODEL.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ATA-ABSENCE-TYPE-RECORD TO ABSENCE-TYPE-RECORD.

           EXEC CICS WRITE
                FILE(APP-ABSTYPE-FILE-NAME)
                FROM (ABSENCE-TYPE-RECORD)
                RIDFLD(ABT-TYPE-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'New Absence Type Added Successfully!'
                   TO WS-MESSAGE
                SET ATA-EDITING-EXISTING-TYPE TO TRUE
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Absence Type Code Already On File!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Absence Type Table Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Absence Type Record!' TO WS-MESSAGE
           END-EVALUATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           EXEC CICS READ
                FILE(APP-ABSTYPE-FILE-NAME)
                INTO (ABSENCE-TYPE-RECORD)
                RIDFLD(ABT-TYPE-CODE)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE ATA-ABSENCE-TYPE-RECORD TO ABSENCE-TYPE-RECORD

                EXEC CICS REWRITE
                     FILE(APP-ABSTYPE-FILE-NAME)
                     FROM (ABSENCE-TYPE-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     MOVE 'Absence Type Updated Successfully!'
                        TO WS-MESSAGE
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Absence Type Table Not Open!' TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Rewriting Absence Type Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Absence Type Code Not Found!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Absence Type Table Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Absence Type Record!' TO WS-MESSAGE
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
           PERFORM 9150-PUT-ABS-TYPE-CONTAINER.

           EXEC CICS SEND
                MAP(APP-ABTADM-MAP-NAME)
                MAPSET(APP-ABTADM-MAPSET-NAME)
                FROM (EABTMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-ABTADM-CHANNEL-NAME)
                TRANSID(APP-ABTADM-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF ATA-ABSENCE-TYPE-RECORD IS NOT EQUAL TO SPACES THEN
              MOVE ATA-ABSENCE-TYPE-RECORD TO ABSENCE-TYPE-RECORD

              MOVE ABT-TYPE-CODE TO ATCODEO
              MOVE ABT-TYPE-DESC TO ATDESCO
              MOVE ABT-STATUS TO ATSTATO
              MOVE ABT-PAID-FLAG TO ATPAIDO
              MOVE ABT-LEAVE-BALANCE-FLAG TO ATLVBLO
              MOVE ABT-PAY-DEDUCTION-FLAG TO ATPDEDO
              MOVE ABT-CALENDAR-LETTER TO ATCALLO
              MOVE ABT-SICKNESS-FLAG TO ATSICKO
              MOVE ABT-TOIL-BANK-FLAG TO ATTOILO
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

       9150-PUT-ABS-TYPE-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-ABS-TYPE-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-ABTADM-CONTAINER-NAME)
                CHANNEL(APP-ABTADM-CHANNEL-NAME)
                FROM (ABS-TYPE-ADMIN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Absence Type Container!'
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
