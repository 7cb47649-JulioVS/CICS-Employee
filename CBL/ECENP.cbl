       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECENP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'CONTRACTOR ENGAGEMENT' PROGRAM.
      *      - MAINTAINS THE ONE-PER-CONTRACTOR ENGAGEMENT RECORD
      *        (AGENCY, PURCHASE ORDER NUMBER, DAY RATE, CONTRACT
      *        START/END AND PO VALUE) ON THE ECTRENG FILE.
      *      - ONLY AN EMPLOYEE WHOSE EMPLOYEE TYPE IS 'CTR' MAY BE
      *        GIVEN AN ENGAGEMENT. A RENEWAL ON A NEW PURCHASE ORDER
      *        IS KEYED STRAIGHT OVER THE OLD ONE.
      *      - DAY RATE AND PO VALUE ARE ENTERED AS WHOLE CURRENCY
      *        UNITS, SAME AS EBENADM'S CONTRIBUTION ENTRY.
      *      - ENTERED BY TRANSACTION ID ONLY - ACCESS IS CONTROLLED
      *        BY TRANSACTION AUTHORISATION, AS FOR ELTRADM.
      *      - THE MONTHLY SPEND AGAINST EACH PO IS REPORTED BY ECENRP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - CONTRACTOR ENGAGEMENT MAPSET.
      *      - CONTRACTOR ENGAGEMENT CONTAINER.
      *      - CONTRACTOR ENGAGEMENT RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ECENMAP.
       COPY ECENCTR.
       COPY ECTRENG.
       COPY EMPMAST.
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
       01 WS-VALIDATION-FLAG        PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED                VALUE 'Y'.
          88 VALIDATION-FAILED                VALUE SPACES.
      *
      *    AMOUNTS ARE ENTERED AS WHOLE CURRENCY UNITS - THE DEEDIT
      *    OUTPUT IS TAKEN AS AN INTEGER AND THE FILE'S TWO ASSUMED
      *    DECIMALS COME OUT AS .00. AN ENTRY TOO LARGE FOR THE FILE
      *    FIELD IS HELD BACK AND REJECTED RATHER THAN TRUNCATED.
       01 WS-AMOUNT-ENTRY           PIC X(10) VALUE SPACES.
       01 WS-AMOUNT-NUMERIC REDEFINES WS-AMOUNT-ENTRY
                                    PIC 9(10).
       01 WS-PO-VALUE-ENTRY         PIC X(12) VALUE SPACES.
       01 WS-PO-VALUE-NUMERIC REDEFINES WS-PO-VALUE-ENTRY
                                    PIC 9(12).
      *
       01 WS-MAX-DAY-RATE           PIC 9(10) VALUE 99999.
       01 WS-MAX-PO-VALUE           PIC 9(12) VALUE 999999999.
      *
       01 WS-AMOUNT-RANGE-FLAGS.
          05 WS-RATE-RANGE-FLAG     PIC X(1)  VALUE SPACES.
             88 DAY-RATE-TOO-LARGE            VALUE 'Y'.
          05 WS-POVAL-RANGE-FLAG    PIC X(1)  VALUE SPACES.
             88 PO-VALUE-TOO-LARGE            VALUE 'Y'.
      *
       01 WS-DAY-RATE-EDIT          PIC ZZZZ9.99.
       01 WS-PO-VALUE-EDIT          PIC ZZZZZZZZ9.99.
      *
       01 WS-START-DATE-NUMERIC     PIC 9(8)  VALUE ZEROES.
       01 WS-START-DATE-CHECK       PIC S9(4) USAGE COMP VALUE ZEROES.
          88 START-DATE-IS-VALID              VALUE ZERO.
      *
       01 WS-END-DATE-NUMERIC       PIC 9(8)  VALUE ZEROES.
       01 WS-END-DATE-CHECK         PIC S9(4) USAGE COMP VALUE ZEROES.
          88 END-DATE-IS-VALID                VALUE ZERO.
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
                CONTAINER(APP-ENGAGE-CONTAINER-NAME)
                CHANNEL(APP-ENGAGE-CHANNEL-NAME)
                INTO (ENGAGEMENT-CONTAINER)
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
                MOVE 'Error Retrieving Engagement Container!'
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
           INITIALIZE ENGAGEMENT-CONTAINER.
           INITIALIZE CONTRACTOR-ENGAGEMENT-RECORD.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ECENMO.

           MOVE 'Enter a Contractor Employee ID to Maintain the Engageme
      -         'nt!'
              TO WS-MESSAGE.
           MOVE -1 TO EMPLIDL.

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
                MAP(APP-ENGAGE-MAP-NAME)
                MAPSET(APP-ENGAGE-MAPSET-NAME)
                INTO (ECENMI)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE-RECORD
           WHEN DFHPF3
                PERFORM 2200-SAVE-ENGAGEMENT-RECORD
      *         DON'T END THE CONVERSATION ON A FAILED VALIDATION -
      *         FALL THROUGH TO 9000-SEND-MAP-AND-RETURN BELOW, WHICH
      *         RE-DISPLAYS THE MAP WITH THE VALIDATION ERROR.
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-ENGAGE-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-ENGAGEMENT-RECORD
      *         SAME REASONING AS PF3 ABOVE.
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
           WHEN CENC-NOT-SET
                PERFORM 2110-LOOKUP-CONTRACTOR
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-CONTRACTOR.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-CONTRACTOR' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN EMPLIDL IS EQUAL TO ZERO
                MOVE 'Validation Error: Employee ID is required!'
                   TO WS-MESSAGE
                MOVE -1 TO EMPLIDL
           WHEN OTHER
                EXEC CICS BIF DEEDIT
                     FIELD(EMPLIDI)
                     LENGTH(LENGTH OF EMPLIDI)
                     END-EXEC
                MOVE EMPLIDI TO EMP-EMPLOYEE-ID

      *         THE ENGAGEMENT IS A CHILD OF THE EMPLOYEE MASTER, AND
      *         ONLY OF A CONTRACTOR'S - ANY OTHER ID IS REJECTED.
                EXEC CICS READ
                     FILE(APP-EMP-MASTER-FILE-NAME)
                     INTO (EMPLOYEE-MASTER-RECORD)
                     RIDFLD(EMP-EMPLOYEE-ID)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     IF EMP-TYPE-CONTRACTOR THEN
                        MOVE EMP-PRIMARY-NAME TO CENC-PRIMARY-NAME
                        PERFORM 2120-READ-ENGAGEMENT-RECORD
                     ELSE
                        MOVE 'Error: Employee Is Not A Contractor (Type 
      -                      'CTR)!'
                           TO WS-MESSAGE
                        MOVE -1 TO EMPLIDL
                     END-IF
                WHEN DFHRESP(NOTFND)
                     MOVE 'Error: Employee ID Not Found!'
                        TO WS-MESSAGE
                     MOVE -1 TO EMPLIDL
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Employee Master File Not Open!'
                        TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Reading Employee Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           END-EVALUATE.

       2120-READ-ENGAGEMENT-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-READ-ENGAGEMENT-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EMP-EMPLOYEE-ID TO CEN-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-ENGAGEMENT-FILE-NAME)
                INTO (CONTRACTOR-ENGAGEMENT-RECORD)
                RIDFLD(CEN-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET CENC-RECORD-FOUND TO TRUE
                SET CENC-EDITING-EXISTING TO TRUE
                MOVE CONTRACTOR-ENGAGEMENT-RECORD
                   TO CENC-ENGAGEMENT-RECORD
                MOVE 'Record Found! Edit details, then PF4=Save/Continue
      -              ' or PF3=Save/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO AGENCYL
           WHEN DFHRESP(NOTFND)
                SET CENC-RECORD-FOUND TO TRUE
                SET CENC-ADDING-NEW-ENGAGEMENT TO TRUE
                INITIALIZE CONTRACTOR-ENGAGEMENT-RECORD
                MOVE EMP-EMPLOYEE-ID TO CEN-EMPLOYEE-ID
                MOVE CONTRACTOR-ENGAGEMENT-RECORD
                   TO CENC-ENGAGEMENT-RECORD
                MOVE 'No Engagement Yet - Enter it, then PF4=Save/Contin
      -              'ue or PF3=Save/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO AGENCYL
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Contractor Engagement File Not Open!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Engagement Record!' TO WS-MESSAGE
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE CENC-ENGAGEMENT-RECORD TO CONTRACTOR-ENGAGEMENT-RECORD.
           INITIALIZE WS-AMOUNT-RANGE-FLAGS.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF AGENCYL IS GREATER THAN ZERO THEN
              MOVE AGENCYI TO CEN-AGENCY-NAME
           END-IF.

           IF PONUML IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(PONUMI) TO CEN-PO-NUMBER
           END-IF.

           IF DAYRTL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(DAYRTI)
                   LENGTH(LENGTH OF DAYRTI)
                   END-EXEC
              MOVE DAYRTI TO WS-AMOUNT-ENTRY
              IF WS-AMOUNT-NUMERIC IS GREATER THAN WS-MAX-DAY-RATE
                 SET DAY-RATE-TOO-LARGE TO TRUE
              ELSE
                 MOVE WS-AMOUNT-NUMERIC TO CEN-DAY-RATE
              END-IF
           END-IF.

           IF STDATEL IS GREATER THAN ZERO THEN
              MOVE STDATEI TO CEN-START-DATE
           END-IF.

           IF ENDATEL IS GREATER THAN ZERO THEN
              MOVE ENDATEI TO CEN-END-DATE
           END-IF.

           IF POVALL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(POVALI)
                   LENGTH(LENGTH OF POVALI)
                   END-EXEC
              MOVE POVALI TO WS-PO-VALUE-ENTRY
              IF WS-PO-VALUE-NUMERIC IS GREATER THAN WS-MAX-PO-VALUE
                 SET PO-VALUE-TOO-LARGE TO TRUE
              ELSE
                 MOVE WS-PO-VALUE-NUMERIC TO CEN-PO-VALUE
              END-IF
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE CONTRACTOR-ENGAGEMENT-RECORD TO CENC-ENGAGEMENT-RECORD.

      *    VALIDATE FIELDS.
           PERFORM 2160-VALIDATE-START-DATE.
           PERFORM 2165-VALIDATE-END-DATE.

           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN CEN-AGENCY-NAME IS EQUAL TO SPACES
                MOVE 'Validation Error: Agency is required!'
                   TO WS-MESSAGE
                MOVE -1 TO AGENCYL
           WHEN CEN-PO-NUMBER IS EQUAL TO SPACES
                MOVE 'Validation Error: Purchase Order Number is require
      -              'd!'
                   TO WS-MESSAGE
                MOVE -1 TO PONUML
           WHEN DAY-RATE-TOO-LARGE
                MOVE 'Validation Error: Day Rate cannot exceed 99999!'
                   TO WS-MESSAGE
                MOVE -1 TO DAYRTL
           WHEN CEN-DAY-RATE IS NOT GREATER THAN ZERO
                MOVE 'Validation Error: Day Rate must be greater than ze
      -              'ro!'
                   TO WS-MESSAGE
                MOVE -1 TO DAYRTL
           WHEN NOT START-DATE-IS-VALID
                MOVE 'Validation Error: Start Date must be a valid YYYYM
      -              'MDD date!'
                   TO WS-MESSAGE
                MOVE -1 TO STDATEL
           WHEN NOT END-DATE-IS-VALID
                MOVE 'Validation Error: End Date must be a valid YYYYMMD
      -              'D date!'
                   TO WS-MESSAGE
                MOVE -1 TO ENDATEL
           WHEN CEN-END-DATE IS LESS THAN CEN-START-DATE
                MOVE 'Validation Error: End Date cannot be before Start 
      -              'Date!'
                   TO WS-MESSAGE
                MOVE -1 TO ENDATEL
           WHEN PO-VALUE-TOO-LARGE
                MOVE 'Validation Error: PO Value cannot exceed 999999999
      -              '!'
                   TO WS-MESSAGE
                MOVE -1 TO POVALL
           WHEN CEN-PO-VALUE IS NOT GREATER THAN ZERO
                MOVE 'Validation Error: PO Value must be greater than ze
      -              'ro!'
                   TO WS-MESSAGE
                MOVE -1 TO POVALL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Save/E
      -              'xit.'
                   TO WS-MESSAGE
                MOVE -1 TO AGENCYL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2160-VALIDATE-START-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-VALIDATE-START-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE 1 TO WS-START-DATE-CHECK.

           IF CEN-START-DATE IS NUMERIC THEN
              MOVE CEN-START-DATE TO WS-START-DATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATE-NUMERIC)
                 TO WS-START-DATE-CHECK
           END-IF.

       2165-VALIDATE-END-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2165-VALIDATE-END-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE 1 TO WS-END-DATE-CHECK.

           IF CEN-END-DATE IS NUMERIC THEN
              MOVE CEN-END-DATE TO WS-END-DATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-END-DATE-NUMERIC)
                 TO WS-END-DATE-CHECK
           END-IF.

       2200-SAVE-ENGAGEMENT-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-ENGAGEMENT-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    NOTHING TO SAVE UNTIL A CONTRACTOR HAS BEEN LOOKED UP.
           IF CENC-NOT-SET THEN
              INITIALIZE WS-VALIDATION-FLAG
              MOVE 'Enter a Contractor Employee ID and press ENTER first
      -            '!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE 'Saving Engagement...' TO WS-MESSAGE
              PERFORM 2210-STAMP-LAST-UPDATED
              EVALUATE TRUE
              WHEN CENC-ADDING-NEW-ENGAGEMENT
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

       2210-STAMP-LAST-UPDATED.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2210-STAMP-LAST-UPDATED' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 4100-GET-MONITOR-CONTAINER.

           MOVE CENC-ENGAGEMENT-RECORD TO CONTRACTOR-ENGAGEMENT-RECORD.
           MOVE MON-USER-ID TO CEN-LAST-UPDATED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CEN-LAST-UPDATED-DATE.
           MOVE CONTRACTOR-ENGAGEMENT-RECORD TO CENC-ENGAGEMENT-RECORD.

       2400-DELETE-ENGAGE-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-ENGAGE-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-ENGAGE-CONTAINER-NAME)
                CHANNEL(APP-ENGAGE-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Engagement Container Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Deleting Engagement Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ENGAGEMENT-CONTAINER.
           SET CENC-NOT-SET TO TRUE.
           INITIALIZE CONTRACTOR-ENGAGEMENT-RECORD.
           INITIALIZE ECENMO.
           MOVE 'Enter a Contractor Employee ID to Maintain the Engageme
      -         'nt!'
              TO WS-MESSAGE.
           MOVE -1 TO EMPLIDL.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE CENC-ENGAGEMENT-RECORD TO CONTRACTOR-ENGAGEMENT-RECORD.

           EXEC CICS WRITE
                FILE(APP-ENGAGEMENT-FILE-NAME)
                FROM (CONTRACTOR-ENGAGEMENT-RECORD)
                RIDFLD(CEN-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Engagement Added Successfully!' TO WS-MESSAGE
                SET CENC-EDITING-EXISTING TO TRUE
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Engagement Record Already On File!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Contractor Engagement File Not Open!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Engagement Record!' TO WS-MESSAGE
           END-EVALUATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           EXEC CICS READ
                FILE(APP-ENGAGEMENT-FILE-NAME)
                INTO (CONTRACTOR-ENGAGEMENT-RECORD)
                RIDFLD(CEN-EMPLOYEE-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE CENC-ENGAGEMENT-RECORD
                   TO CONTRACTOR-ENGAGEMENT-RECORD

                EXEC CICS REWRITE
                     FILE(APP-ENGAGEMENT-FILE-NAME)
                     FROM (CONTRACTOR-ENGAGEMENT-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     MOVE 'Engagement Updated Successfully!'
                        TO WS-MESSAGE
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Contractor Engagement File Not Open!'
                        TO WS-MESSAGE
                WHEN OTHER
                     MOVE 'Error Rewriting Engagement Record!'
                        TO WS-MESSAGE
                END-EVALUATE
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Engagement Record Not Found!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Contractor Engagement File Not Open!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Engagement Record!' TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4100-GET-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4100-GET-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A MISSING MONITOR CONTAINER JUST LEAVES THE ENGAGEMENT
      *    UNSTAMPED - IT DOES NOT STOP THE SAVE.
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
           PERFORM 9150-PUT-ENGAGE-CONTAINER.

           EXEC CICS SEND
                MAP(APP-ENGAGE-MAP-NAME)
                MAPSET(APP-ENGAGE-MAPSET-NAME)
                FROM (ECENMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-ENGAGE-CHANNEL-NAME)
                TRANSID(APP-ENGAGE-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF CENC-ENGAGEMENT-RECORD IS NOT EQUAL TO SPACES THEN
              MOVE CENC-ENGAGEMENT-RECORD
                 TO CONTRACTOR-ENGAGEMENT-RECORD

              MOVE CEN-EMPLOYEE-ID TO EMPLIDO
              MOVE CENC-PRIMARY-NAME TO PRNAMEO
              MOVE CEN-AGENCY-NAME TO AGENCYO
              MOVE CEN-PO-NUMBER TO PONUMO
              MOVE CEN-DAY-RATE TO WS-DAY-RATE-EDIT
              MOVE WS-DAY-RATE-EDIT TO DAYRTO
              MOVE CEN-START-DATE TO STDATEO
              MOVE CEN-END-DATE TO ENDATEO
              MOVE CEN-PO-VALUE TO WS-PO-VALUE-EDIT
              MOVE WS-PO-VALUE-EDIT TO POVALO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:6) IS EQUAL TO 'Record'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
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

       9150-PUT-ENGAGE-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-ENGAGE-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-ENGAGE-CONTAINER-NAME)
                CHANNEL(APP-ENGAGE-CHANNEL-NAME)
                FROM (ENGAGEMENT-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Engagement Container!'
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
