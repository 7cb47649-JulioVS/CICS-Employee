       IDENTIFICATION DIVISION.
       PROGRAM-ID. EPCLADM.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'PAYROLL CUT-OFF CALENDAR ADMINISTRATION' PROGRAM.
      *      - ENTERED DIRECTLY BY TRANSACTION ID - AN ADMIN-SIDE
      *        UTILITY LIKE EHOLADM, WHOSE SHAPE IT FOLLOWS.
      *      - LOOKS UP A PAY DATE ON THE PAYROLL CUT-OFF CALENDAR. IF
      *        FOUND, LETS THE OPERATOR CHANGE THE CUT-OFF DATE, THE
      *        PERIOD LABEL OR THE STATUS AND REWRITES THE ROW; IF
      *        NOT FOUND, ADDS IT ACTIVE. THE CALENDAR DRIVES THE
      *        LATE-CHANGE WARNINGS (ECUTCP) AND THE CUT-OFF REPORT
      *        (ECUTRP) - SEE EPAYCAL.CPY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - PAYROLL CUT-OFF CALENDAR MAPSET.
      *      - PAYROLL CUT-OFF CALENDAR CONTAINER.
      *      - PAYROLL CUT-OFF CALENDAR RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EPCLMAP.
       COPY EPCLCTR.
       COPY EPAYCAL.
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
       01 WS-DATE-NUMERIC           PIC 9(8)  VALUE ZEROES.
       01 WS-DATE-CHECK             PIC S9(4) USAGE COMP VALUE ZEROES.
          88 DATE-IS-VALID                    VALUE ZERO.
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
                CONTAINER(APP-PCLADM-CONTAINER-NAME)
                CHANNEL(APP-PCLADM-CHANNEL-NAME)
                INTO (PAYCAL-ADMIN-CONTAINER)
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
                MOVE 'Error Retrieving Pay Calendar Container!'
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

           INITIALIZE PAYCAL-ADMIN-CONTAINER.
           INITIALIZE PAY-CALENDAR-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EPCLMO.

           MOVE 'Enter a Pay Date (YYYYMMDD) to Add or Edit!'
              TO WS-MESSAGE.
           MOVE -1 TO PAYDATL.

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
                MAP(APP-PCLADM-MAP-NAME)
                MAPSET(APP-PCLADM-MAPSET-NAME)
                INTO (EPCLMI)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE-RECORD
           WHEN DFHPF3
                PERFORM 2200-SAVE-PAYCAL-RECORD
      *         DON'T END THE CONVERSATION ON A FAILED VALIDATION -
      *         FALL THROUGH AND RE-DISPLAY THE ERROR INSTEAD.
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-PCLADM-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-PAYCAL-RECORD
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
           WHEN PCA-NOT-SET
                PERFORM 2110-LOOKUP-PAYCAL-ROW
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-PAYCAL-ROW.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-PAYCAL-ROW' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF PAYDATL IS EQUAL TO ZERO
              MOVE 'Validation Error: Pay Date is required!'
                 TO WS-MESSAGE
              MOVE -1 TO PAYDATL
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS BIF DEEDIT
                FIELD(PAYDATI)
                LENGTH(LENGTH OF PAYDATI)
                END-EXEC.

           IF PAYDATI IS NOT NUMERIC
              MOVE 'Validation Error: Pay Date must be YYYYMMDD!'
                 TO WS-MESSAGE
              MOVE -1 TO PAYDATL
              EXIT PARAGRAPH
           END-IF.

           MOVE PAYDATI TO WS-DATE-NUMERIC.
           MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC)
              TO WS-DATE-CHECK.
           IF NOT DATE-IS-VALID
              MOVE 'Validation Error: Pay Date is not a valid date!'
                 TO WS-MESSAGE
              MOVE -1 TO PAYDATL
              EXIT PARAGRAPH
           END-IF.

           MOVE PAYDATI TO PCL-PAY-DATE.

           EXEC CICS READ
                FILE(APP-PAYCAL-FILE-NAME)
                INTO (PAY-CALENDAR-RECORD)
                RIDFLD(PCL-PAY-DATE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET PCA-RECORD-FOUND TO TRUE
                SET PCA-EDITING-EXISTING TO TRUE
                MOVE PAY-CALENDAR-RECORD TO PCA-PAYCAL-RECORD
                MOVE 'Row Found! Edit Cut-Off, Label Or Status, then PF4
      -           '=Save/Continue or PF3=Save/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO CUTDATL
           WHEN DFHRESP(NOTFND)
                MOVE SPACES TO PCL-CUTOFF-DATE
                MOVE SPACES TO PCL-PERIOD-LABEL
                MOVE 'A' TO PCL-STATUS
                SET PCA-RECORD-FOUND TO TRUE
                SET PCA-ADDING-NEW-ROW TO TRUE
                MOVE PAY-CALENDAR-RECORD TO PCA-PAYCAL-RECORD
                MOVE 'New Period - Enter Cut-Off Date And Label, then PF
      -           '4=Save or PF3=Save/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO CUTDATL
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Pay Calendar File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Pay Calendar Row!' TO WS-MESSAGE
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE PCA-PAYCAL-RECORD TO PAY-CALENDAR-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF CUTDATL IS GREATER THAN ZERO THEN
              MOVE CUTDATI TO PCL-CUTOFF-DATE
           END-IF.

           IF PERLBLL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(PERLBLI) TO PCL-PERIOD-LABEL
           END-IF.

           IF PCLSTAL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(PCLSTAI) TO PCL-STATUS
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE PAY-CALENDAR-RECORD TO PCA-PAYCAL-RECORD.

      *    VALIDATE FIELDS.
           INITIALIZE WS-VALIDATION-FLAG.

           MOVE 1 TO WS-DATE-CHECK.
           IF PCL-CUTOFF-DATE IS NUMERIC THEN
              MOVE PCL-CUTOFF-DATE TO WS-DATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC)
                 TO WS-DATE-CHECK
           END-IF.

      *    PAYROLL NEEDS AT LEAST A DAY BETWEEN CLOSING INPUT AND
      *    PAYING, SO THE CUT-OFF MUST FALL BEFORE THE PAY DATE.
           EVALUATE TRUE
           WHEN NOT DATE-IS-VALID
                MOVE 'Validation Error: Cut-Off Date must be a valid YYY
      -              'YMMDD date!'
                   TO WS-MESSAGE
                MOVE -1 TO CUTDATL
           WHEN PCL-CUTOFF-DATE IS NOT LESS THAN PCL-PAY-DATE
                MOVE 'Validation Error: Cut-Off Date must fall before th
      -              'e Pay Date!'
                   TO WS-MESSAGE
                MOVE -1 TO CUTDATL
           WHEN PCL-PERIOD-LABEL IS EQUAL TO SPACES
                MOVE 'Validation Error: Period Label is required!'
                   TO WS-MESSAGE
                MOVE -1 TO PERLBLL
           WHEN NOT PCL-ACTIVE AND NOT PCL-INACTIVE
                MOVE 'Validation Error: Status must be A or I!'
                   TO WS-MESSAGE
                MOVE -1 TO PCLSTAL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Save/E
      -              'xit.'
                   TO WS-MESSAGE
                MOVE -1 TO PCLSTAL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2200-SAVE-PAYCAL-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-PAYCAL-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE 'Saving Pay Calendar Row...' TO WS-MESSAGE
              EVALUATE TRUE
              WHEN PCA-ADDING-NEW-ROW
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

       2400-DELETE-PCLADM-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-PCLADM-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-PCLADM-CONTAINER-NAME)
                CHANNEL(APP-PCLADM-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE PAYCAL-ADMIN-CONTAINER.
           SET PCA-NOT-SET TO TRUE.
           INITIALIZE PAY-CALENDAR-RECORD.
           INITIALIZE EPCLMO.
           MOVE 'Enter a Pay Date (YYYYMMDD) to Add or Edit!'
              TO WS-MESSAGE.
           MOVE -1 TO PAYDATL.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE PCA-PAYCAL-RECORD TO PAY-CALENDAR-RECORD.

           EXEC CICS WRITE
                FILE(APP-PAYCAL-FILE-NAME)
                FROM (PAY-CALENDAR-RECORD)
                RIDFLD(PCL-PAY-DATE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'New Pay Calendar Row Added Successfully!'
                   TO WS-MESSAGE
                SET PCA-EDITING-EXISTING TO TRUE
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Row Already On File!' TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Pay Calendar File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Pay Calendar Row!' TO WS-MESSAGE
           END-EVALUATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           EXEC CICS READ
                FILE(APP-PAYCAL-FILE-NAME)
                INTO (PAY-CALENDAR-RECORD)
                RIDFLD(PCL-PAY-DATE)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE PCA-PAYCAL-RECORD TO PAY-CALENDAR-RECORD

                EXEC CICS REWRITE
                     FILE(APP-PAYCAL-FILE-NAME)
                     FROM (PAY-CALENDAR-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     MOVE 'Pay Calendar Row Updated Successfully!'
                        TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Rewriting Pay Calendar Row!'
                        TO WS-MESSAGE
                END-EVALUATE
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Row Not Found!' TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Pay Calendar File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Pay Calendar Row!' TO WS-MESSAGE
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

           EXEC CICS PUT
                CONTAINER(APP-PCLADM-CONTAINER-NAME)
                CHANNEL(APP-PCLADM-CHANNEL-NAME)
                FROM (PAYCAL-ADMIN-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EXEC CICS SEND
                MAP(APP-PCLADM-MAP-NAME)
                MAPSET(APP-PCLADM-MAPSET-NAME)
                FROM (EPCLMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-PCLADM-CHANNEL-NAME)
                TRANSID(APP-PCLADM-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.
           MOVE '<Direct>' TO LOGDINO.

           IF PCA-RECORD-FOUND THEN
              MOVE PCA-PAYCAL-RECORD TO PAY-CALENDAR-RECORD
              MOVE PCL-PAY-DATE TO PAYDATO
              MOVE PCL-CUTOFF-DATE TO CUTDATO
              MOVE PCL-PERIOD-LABEL TO PERLBLO
              MOVE PCL-STATUS TO PCLSTAO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:3) IS EQUAL TO 'Row'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:3) IS EQUAL TO 'New'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Changes'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:4) IS EQUAL TO 'Pay '
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
