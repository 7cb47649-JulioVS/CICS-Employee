       IDENTIFICATION DIVISION.
       PROGRAM-ID. EOTCLP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'MY OVERTIME CLAIM' SELF-SERVICE PROGRAM.
      *      - OVERTIME USED TO BE CLAIMED ON PAPER AND KEYED INTO
      *        PAYROLL SEPARATELY. THIS TRANSACTION LETS A SIGNED-ON
      *        USER CLAIM OVERTIME AGAINST THEIR OWN EMPLOYEE RECORD -
      *        THE ONE THEIR SIGN-ON IS LINKED TO THROUGH
      *        RU-EMPLOYEE-ID, SAME AS ELVRQP - GIVING THE DATE
      *        WORKED, THE HOURS, AND WHETHER THEY WANT PAYING ('P')
      *        OR TIME OFF IN LIEU ('T'). THEIR BANKED TOIL BALANCE
      *        SHOWS ALONGSIDE.
      *      - NOTHING IS PAID OR CREDITED HERE: THE CLAIM PARKS ON
      *        THE EOTCLM FILE AS PENDING ('P') AND WAITS FOR A
      *        MANAGER'S DECISION ON EOTAPP.
      *      - THE DATE WORKED MUST BE A REAL CALENDAR DATE, NOT IN
      *        THE FUTURE, AND NOT ALREADY CLAIMED FOR - A SECOND
      *        CLAIM FOR THE SAME DAY IS REFUSED UNLESS THE FIRST WAS
      *        REJECTED.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - OVERTIME CLAIM MAPSET.
      *      - OVERTIME CLAIM CONTAINER.
      *      - OVERTIME CLAIM RECORD.
      *      - TOIL BALANCE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - REGISTERED USER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EOTQMAP.
       COPY EOTQCTR.
       COPY EOTCLM.
       COPY ETOILB.
       COPY EMPMAST.
       COPY EREGUSR.
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
       01 WS-WORKED-DATE-NUMERIC    PIC 9(8)  VALUE ZEROES.
       01 WS-WORKED-DATE-CHECK      PIC S9(4) USAGE COMP VALUE ZEROES.
          88 WORKED-DATE-IS-VALID             VALUE ZERO.
      *
       01 WS-TODAY                  PIC X(8)  VALUE SPACES.
      *
      *    HALF-HOUR ENTRY - THE HOURS FIELD ACCEPTS 'N', 'NN' OR
      *    'NN.5', PARSED IN 2190 RATHER THAN THROUGH BIF DEEDIT
      *    (WHICH WOULD STRIP THE DECIMAL POINT AND TURN 1.5 INTO
      *    15). SAME PARSE ELVRQP APPLIES TO ITS DAYS.
      *
       01 WS-HOURS-VALUE            PIC 9(2)V9 VALUE ZEROES.
       01 WS-HOURS-FRAC-NUM         PIC 9(2)  VALUE ZEROES.
       01 WS-HOURS-BAD-FLAG         PIC X(1)  VALUE SPACES.
          88 HOURS-ENTRY-INVALID              VALUE 'Y'.
       01 WS-HOURS-EDIT             PIC Z9.9.
      *
      *    ONE CLAIM PER DAY WORKED - THE EMPLOYEE'S CLAIMS SIT
      *    TOGETHER UNDER THEIR ID, SO A SHORT BROWSE FINDS THEM.
      *
       01 WS-DUPLICATE-FLAG         PIC X(1)  VALUE SPACES.
          88 DUPLICATE-CLAIM-FOUND            VALUE 'Y'.
       01 WS-DUP-SCAN-SWITCH        PIC X(1)  VALUE SPACES.
          88 WS-DUP-SCAN-DONE                 VALUE 'Y'.
       01 WS-CHK-WORKED-DATE        PIC X(8)  VALUE SPACES.
      *
       01 WS-TOIL-REMAINING         PIC S9(4)V9 USAGE COMP
                                              VALUE ZEROES.
       01 WS-TOIL-TEXT.
          05 WS-TOIL-HOURS          PIC ZZZ9.9-.
          05 FILLER                 PIC X(13) VALUE ' hr in lieu'.
      *
       01 WS-DATE-FORMATTING.
          05 WS-INPUT-DATE.
             10 WS-YYYY             PIC X(4)  VALUE SPACES.
             10 WS-MM               PIC X(2)  VALUE SPACES.
             10 WS-DD               PIC X(2)  VALUE SPACES.
          05 WS-OUTPUT-DATE.
             10 WS-DD               PIC X(2)  VALUE SPACES.
             10 FILLER              PIC X(1)  VALUE '-'.
             10 WS-MM               PIC X(2)  VALUE SPACES.
             10 FILLER              PIC X(1)  VALUE '-'.
             10 WS-YYYY             PIC X(4)  VALUE SPACES.
      *
      *    THE SCREEN ACCEPTS DATES AS 'DD-MM-YYYY' (SAME AS ELVRQP),
      *    BUT THE FILE STORES THEM AS 'YYYYMMDD'.
          05 WS-ENTRY-DATE.
             10 WS-DD               PIC X(2)  VALUE SPACES.
             10 WS-MM               PIC X(2)  VALUE SPACES.
             10 WS-YYYY             PIC X(4)  VALUE SPACES.
          05 WS-STORE-DATE.
             10 WS-YYYY             PIC X(4)  VALUE SPACES.
             10 WS-MM               PIC X(2)  VALUE SPACES.
             10 WS-DD               PIC X(2)  VALUE SPACES.
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
                CONTAINER(APP-OTCLM-CONTAINER-NAME)
                CHANNEL(APP-OTCLM-CHANNEL-NAME)
                INTO (OVERTIME-CLAIM-CONTAINER)
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
                MOVE 'Error Retrieving Overtime Claim Container!'
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

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           MOVE MON-USER-ID TO OTQ-USER-ID.
           MOVE MON-USER-CATEGORY TO OTQ-USER-CATEGORY.

           PERFORM 1200-LOCATE-MY-RECORD.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CLEAR ALL RECORDS AND VARIABLES.
           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE OVERTIME-CLAIM-CONTAINER.
           INITIALIZE OVERTIME-CLAIM-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EOTQMO.

       1200-LOCATE-MY-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-LOCATE-MY-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    AN ANONYMOUS CALLER (NO MONITOR SESSION) HAS NO RECORD TO
      *    CLAIM AGAINST - SAME GUARDS ELVRQP APPLIES.
           IF MON-USER-ID IS EQUAL TO SPACES THEN
              MOVE 'Please Sign On Before Claiming Overtime!'
                 TO WS-MESSAGE
              PERFORM 9050-SEND-MESSAGE-AND-RETURN
           END-IF.

      *    THE SIGN-ON RECORD CARRIES THE EMPLOYEE LINK.
           MOVE MON-USER-ID TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILE-NAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              RU-EMPLOYEE-ID IS EQUAL TO ZERO THEN
              MOVE 'No Employee Record Is Linked To Your Sign-On - Conta
      -           'ct HR!'
                 TO WS-MESSAGE
              PERFORM 9050-SEND-MESSAGE-AND-RETURN
           END-IF.

           MOVE RU-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT EMP-ACTIVE THEN
              MOVE 'Your Linked Employee Record Was Not Found - Contact 
      -           'HR!'
                 TO WS-MESSAGE
              PERFORM 9050-SEND-MESSAGE-AND-RETURN
           END-IF.

           SET OTQ-EMPLOYEE-LOCATED TO TRUE.
           MOVE EMP-EMPLOYEE-ID TO OTQ-EMPLOYEE-ID.
           MOVE EMP-PRIMARY-NAME TO OTQ-PRIMARY-NAME.

           INITIALIZE OVERTIME-CLAIM-RECORD.
           MOVE EMP-EMPLOYEE-ID TO OTC-EMPLOYEE-ID.
           SET OTC-COMP-PAY TO TRUE.
           MOVE OVERTIME-CLAIM-RECORD TO OTQ-CLAIM-RECORD.

           MOVE 'Enter Date Worked, Hours and P=Pay/T=Time Off, then PF4
      -        '=Submit Claim.'
              TO WS-MESSAGE.
           MOVE -1 TO OTDATEL.

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
                MAP(APP-OTCLM-MAP-NAME)
                MAPSET(APP-OTCLM-MAPSET-NAME)
                INTO (EOTQMI)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2150-VALIDATE-USER-INPUT
           WHEN DFHPF3
                PERFORM 2200-SUBMIT-CLAIM
      *         DON'T END THE CONVERSATION ON A FAILED VALIDATION -
      *         FALL THROUGH TO 9000-SEND-MAP-AND-RETURN BELOW, WHICH
      *         RE-DISPLAYS THE MAP WITH THE VALIDATION ERROR.
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-CLAIM-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SUBMIT-CLAIM
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN
           WHEN DFHPF10
                PERFORM 2500-SIGN-USER-OFF
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE OTQ-CLAIM-RECORD TO OVERTIME-CLAIM-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF OTDATEL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(OTDATEI)
                   LENGTH(LENGTH OF OTDATEI)
                   END-EXEC
              MOVE OTDATEI(3:8) TO WS-ENTRY-DATE
              MOVE CORRESPONDING WS-ENTRY-DATE TO WS-STORE-DATE
              MOVE WS-STORE-DATE TO OTC-WORKED-DATE
           END-IF.

           IF OTHRSL IS GREATER THAN ZERO THEN
              PERFORM 2190-PARSE-HOURS-ENTRY
              IF NOT HOURS-ENTRY-INVALID
                 MOVE WS-HOURS-VALUE TO OTC-HOURS-CLAIMED
              END-IF
           END-IF.

           IF OTCOMPL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(OTCOMPI) TO OTC-COMPENSATION
           END-IF.

      *    MAKE SURE THE DATE WORKED IS A REAL CALENDAR DATE (NOT
      *    JUST 8 NUMERIC DIGITS) - SAME CHECK ELVRQP APPLIES.
           PERFORM 2160-VALIDATE-WORKED-DATE.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE OVERTIME-CLAIM-RECORD TO OTQ-CLAIM-RECORD.

      *    A DAY ALREADY CLAIMED FOR IS REFUSED UP FRONT, SO THE SAME
      *    OVERTIME CAN'T BE PAID (OR BANKED) TWICE.
           PERFORM 2180-CHECK-DUPLICATE-CLAIM.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

      *    VALIDATE FIELDS.
           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN OTC-WORKED-DATE IS EQUAL TO SPACES
                MOVE 'Validation Error: Date Worked is required!'
                   TO WS-MESSAGE
                MOVE -1 TO OTDATEL
           WHEN NOT WORKED-DATE-IS-VALID
                MOVE 'Validation Error: Date Worked is not a real calend
      -              'ar date!'
                   TO WS-MESSAGE
                MOVE -1 TO OTDATEL
           WHEN OTC-WORKED-DATE IS GREATER THAN WS-TODAY
                MOVE 'Validation Error: Overtime Cannot Be Claimed In Ad
      -              'vance!'
                   TO WS-MESSAGE
                MOVE -1 TO OTDATEL
           WHEN HOURS-ENTRY-INVALID
                MOVE 'Validation Error: Hours must be N or N.5!'
                   TO WS-MESSAGE
                MOVE -1 TO OTHRSL
           WHEN OTC-HOURS-CLAIMED IS NOT NUMERIC
           WHEN OTC-HOURS-CLAIMED IS EQUAL TO ZERO
                MOVE 'Validation Error: Hours must be a nonzero number!'
                   TO WS-MESSAGE
                MOVE -1 TO OTHRSL
           WHEN OTC-HOURS-CLAIMED IS GREATER THAN 24
                MOVE 'Validation Error: No More Than 24 Hours In One Day
      -              '!'
                   TO WS-MESSAGE
                MOVE -1 TO OTHRSL
           WHEN NOT OTC-COMP-VALID
                MOVE 'Validation Error: Take As must be P (Pay) or T (Ti
      -              'me Off In Lieu)!'
                   TO WS-MESSAGE
                MOVE -1 TO OTCOMPL
           WHEN DUPLICATE-CLAIM-FOUND
                MOVE 'Validation Error: Overtime Already Claimed For Thi
      -              's Date!'
                   TO WS-MESSAGE
                MOVE -1 TO OTDATEL
           WHEN OTHER
                MOVE 'Claim Validated! PF4=Submit or PF3=Submit/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO OTDATEL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2160-VALIDATE-WORKED-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-VALIDATE-WORKED-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE 1 TO WS-WORKED-DATE-CHECK.

           IF OTC-WORKED-DATE IS NUMERIC THEN
              MOVE OTC-WORKED-DATE TO WS-WORKED-DATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-WORKED-DATE-NUMERIC)
                 TO WS-WORKED-DATE-CHECK
           END-IF.

       2180-CHECK-DUPLICATE-CLAIM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2180-CHECK-DUPLICATE-CLAIM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE CLAIM FILE IS KEYED EMPLOYEE + ENTRY TIMESTAMP, SO A
      *    BROWSE FROM EMPLOYEE + LOW-VALUES FINDS ALL OF THIS
      *    EMPLOYEE'S CLAIMS. A REJECTED CLAIM DOESN'T COUNT - THE
      *    EMPLOYEE MAY CLAIM THE DAY AGAIN, CORRECTLY THIS TIME. THE
      *    BROWSE RE-USES THE RECORD AREA, SO THE WORKING COPY IS
      *    RESTORED FROM THE CONTAINER AFTERWARDS.
           INITIALIZE WS-DUPLICATE-FLAG.
           MOVE SPACE TO WS-DUP-SCAN-SWITCH.

           IF OTC-WORKED-DATE IS NOT NUMERIC THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE OTC-WORKED-DATE TO WS-CHK-WORKED-DATE.

           MOVE OTQ-EMPLOYEE-ID TO OTC-EMPLOYEE-ID.
           MOVE LOW-VALUES TO OTC-ENTRY-TIMESTAMP.

           EXEC CICS STARTBR
                FILE(APP-OVERTIME-CLAIM-FILE-NAME)
                RIDFLD(OTC-CLAIM-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2185-SCAN-ONE-FOR-DUPLICATE
                 UNTIL WS-DUP-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-OVERTIME-CLAIM-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           MOVE OTQ-CLAIM-RECORD TO OVERTIME-CLAIM-RECORD.

       2185-SCAN-ONE-FOR-DUPLICATE.
           EXEC CICS READNEXT
                FILE(APP-OVERTIME-CLAIM-FILE-NAME)
                RIDFLD(OTC-CLAIM-KEY)
                INTO (OVERTIME-CLAIM-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-DUP-SCAN-DONE TO TRUE
           WHEN OTC-EMPLOYEE-ID IS NOT EQUAL TO OTQ-EMPLOYEE-ID
                SET WS-DUP-SCAN-DONE TO TRUE
           WHEN OTC-ST-REJECTED
                CONTINUE
           WHEN OTC-WORKED-DATE IS EQUAL TO WS-CHK-WORKED-DATE
                SET DUPLICATE-CLAIM-FOUND TO TRUE
                SET WS-DUP-SCAN-DONE TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2190-PARSE-HOURS-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2190-PARSE-HOURS-ENTRY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    HALF-HOUR GRANULARITY - 'N', 'NN' OR 'NN.5'. ANYTHING ELSE
      *    (INCLUDING QUARTER HOURS) IS REFUSED BY THE VALIDATION.
           INITIALIZE WS-HOURS-BAD-FLAG.
           MOVE ZEROES TO WS-HOURS-VALUE.

           IF FUNCTION TEST-NUMVAL(OTHRSI) IS NOT EQUAL TO ZERO
              SET HOURS-ENTRY-INVALID TO TRUE
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-HOURS-VALUE = FUNCTION NUMVAL(OTHRSI).

           COMPUTE WS-HOURS-FRAC-NUM =
              FUNCTION MOD(WS-HOURS-VALUE * 10, 10).

           IF WS-HOURS-FRAC-NUM IS NOT EQUAL TO ZERO AND
              WS-HOURS-FRAC-NUM IS NOT EQUAL TO 5
              SET HOURS-ENTRY-INVALID TO TRUE
           END-IF.

       2200-SUBMIT-CLAIM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SUBMIT-CLAIM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT OTQ-EMPLOYEE-LOCATED THEN
              MOVE 'Your Record Is Not Located - Re-Enter The Transactio
      -           'n!'
                 TO WS-MESSAGE
              INITIALIZE WS-VALIDATION-FLAG
           ELSE
              PERFORM 2150-VALIDATE-USER-INPUT

              IF VALIDATION-PASSED THEN
                 PERFORM 3000-WRITE-CLAIM-RECORD
              END-IF
           END-IF.

       2400-DELETE-CLAIM-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-CLAIM-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-OTCLM-CONTAINER-NAME)
                CHANNEL(APP-OTCLM-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Overtime Claim Container Not Found!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Deleting Overtime Claim Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2500-SIGN-USER-OFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-SIGN-USER-OFF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    >>> CALL ACTIVITY MONITOR <<<
           SET MON-AC-SIGN-OFF TO TRUE.
           PERFORM 4200-CALL-ACTIVITY-MONITOR.
      *    >>> --------------------- <<<

           PERFORM 9200-RETURN-TO-CICS.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE OVERTIME-CLAIM-RECORD.
           MOVE OTQ-EMPLOYEE-ID TO OTC-EMPLOYEE-ID.
           SET OTC-COMP-PAY TO TRUE.
           MOVE OVERTIME-CLAIM-RECORD TO OTQ-CLAIM-RECORD.
           INITIALIZE EOTQMO.
           MOVE 'Enter Date Worked, Hours and P=Pay/T=Time Off, then PF4
      -        '=Submit Claim.'
              TO WS-MESSAGE.
           MOVE -1 TO OTDATEL.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-CLAIM-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-CLAIM-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE OTQ-CLAIM-RECORD TO OVERTIME-CLAIM-RECORD.
           MOVE OTQ-EMPLOYEE-ID TO OTC-EMPLOYEE-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OTC-ENTRY-TIMESTAMP.
           SET OTC-ST-PENDING TO TRUE.
           MOVE OTQ-USER-ID TO OTC-CLAIMED-BY-USER-ID.
           MOVE SPACES TO OTC-DECIDED-BY-USER-ID.
           MOVE SPACES TO OTC-DECIDED-TIMESTAMP.

           EXEC CICS WRITE
                FILE(APP-OVERTIME-CLAIM-FILE-NAME)
                FROM (OVERTIME-CLAIM-RECORD)
                RIDFLD(OTC-CLAIM-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Claim Submitted - Your Manager Will Review It!'
                   TO WS-MESSAGE
      *         START A FRESH CLAIM FOR THE SAME EMPLOYEE.
                INITIALIZE OVERTIME-CLAIM-RECORD
                MOVE OTQ-EMPLOYEE-ID TO OTC-EMPLOYEE-ID
                SET OTC-COMP-PAY TO TRUE
                MOVE OVERTIME-CLAIM-RECORD TO OTQ-CLAIM-RECORD
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Overtime Claim File Not Open!' TO WS-MESSAGE
                INITIALIZE WS-VALIDATION-FLAG
           WHEN OTHER
                MOVE 'Error Writing Overtime Claim Record!'
                   TO WS-MESSAGE
                INITIALIZE WS-VALIDATION-FLAG
           END-EVALUATE.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4000-CHECK-USER-STATUS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4000-CHECK-USER-STATUS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CHECK IF THE USER IS ALREADY SIGNED ON TO THE ACTIVITY
           PERFORM 4100-GET-MONITOR-CONTAINER.

      *    IF THE USER IS SIGNED ON, CHECK IF SESSION IS STILL ACTIVE.
           SET MON-AC-APP-FUNCTION TO TRUE.
           PERFORM 4200-CALL-ACTIVITY-MONITOR.

      *    AN IDLE SESSION IS ENDED BY THE ACTIVITY MONITOR ITSELF, AND
      *    A PROCESSING ERROR MEANS IT COULDN'T STAND BEHIND THE
      *    STATUS IT GAVE US - GO NO FURTHER IN EITHER CASE.
           IF MON-ST-SESSION-EXPIRED OR MON-PROCESSING-ERROR THEN
              PERFORM 4400-END-EXPIRED-SESSION
           END-IF.

       4100-GET-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4100-GET-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS GET
                CONTAINER(APP-ACTMON-CONTAINER-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                INTO (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(CHANNELERR)
           WHEN DFHRESP(CONTAINERERR)
                MOVE 'No Activity Monitor Data Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Getting Activity Monitor!' TO WS-MESSAGE
           END-EVALUATE.

       4200-CALL-ACTIVITY-MONITOR.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4200-CALL-ACTIVITY-MONITOR' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    PUT CONTAINER AND LINK TO ACTIVITY MONITOR PROGRAM
           MOVE APP-OTCLM-PROGRAM-NAME TO MON-LINKING-PROGRAM.
           INITIALIZE MON-RESPONSE.

           PERFORM 4300-PUT-MONITOR-CONTAINER.

           EXEC CICS LINK
                PROGRAM(APP-ACTMON-PROGRAM-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                TRANSID(EIBTRNID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    PICK UP THE MONITOR'S REPLY - STATUS, MESSAGE AND THE
      *    SESSION CATEGORY IT HANDS BACK.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 4100-GET-MONITOR-CONTAINER
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Activity Monitor Program Not Found!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Linking to Activity Monitor!'
                   TO WS-MESSAGE
           END-EVALUATE.

       4300-PUT-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4300-PUT-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-ACTMON-CONTAINER-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                FROM (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Activity Monitor!' TO WS-MESSAGE
           END-EVALUATE.

       4400-END-EXPIRED-SESSION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4400-END-EXPIRED-SESSION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS SEND TEXT
                FROM (MON-MESSAGE)
                LENGTH (LENGTH OF MON-MESSAGE)
                ERASE
                FREEKB
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-SEND-MAP-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9000-SEND-MAP-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 9100-POPULATE-MAP.
           PERFORM 9150-PUT-CLAIM-CONTAINER.

           EXEC CICS SEND
                MAP(APP-OTCLM-MAP-NAME)
                MAPSET(APP-OTCLM-MAPSET-NAME)
                FROM (EOTQMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-OTCLM-CHANNEL-NAME)
                TRANSID(APP-OTCLM-TRANSACTION-ID)
                END-EXEC.

       9050-SEND-MESSAGE-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9050-SEND-MESSAGE-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS SEND TEXT
                FROM (WS-MESSAGE)
                LENGTH (LENGTH OF WS-MESSAGE)
                ERASE
                FREEKB
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF OTQ-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE OTQ-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF OTQ-EMPLOYEE-LOCATED THEN
              MOVE OTQ-PRIMARY-NAME TO PRNAMEO
              PERFORM 9110-SHOW-TOIL-BALANCE

              MOVE OTQ-CLAIM-RECORD TO OVERTIME-CLAIM-RECORD

              IF OTC-WORKED-DATE IS NOT EQUAL TO SPACES THEN
                 MOVE OTC-WORKED-DATE TO WS-INPUT-DATE
                 MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
                 MOVE WS-OUTPUT-DATE TO OTDATEO
              END-IF

              IF OTC-HOURS-CLAIMED IS NUMERIC AND
                 OTC-HOURS-CLAIMED IS GREATER THAN ZERO
                 MOVE OTC-HOURS-CLAIMED TO WS-HOURS-EDIT
                 MOVE WS-HOURS-EDIT TO OTHRSO
              END-IF

              MOVE OTC-COMPENSATION TO OTCOMPO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Claim'
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

       9110-SHOW-TOIL-BALANCE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9110-SHOW-TOIL-BALANCE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE HOURS STILL BANKED - 'NO TOIL BANKED' SIMPLY MEANS NO
      *    TIME-OFF-IN-LIEU CLAIM HAS BEEN APPROVED YET.
           MOVE 'No TOIL Banked' TO TOILBLO.

           MOVE OTQ-EMPLOYEE-ID TO TLB-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-TOIL-BALANCE-FILE-NAME)
                INTO (TOIL-BALANCE-RECORD)
                RIDFLD(TLB-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              COMPUTE WS-TOIL-REMAINING =
                 TLB-HOURS-EARNED - TLB-HOURS-TAKEN
              MOVE WS-TOIL-REMAINING TO WS-TOIL-HOURS
              MOVE WS-TOIL-TEXT TO TOILBLO
           END-IF.

       9150-PUT-CLAIM-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-CLAIM-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-OTCLM-CONTAINER-NAME)
                CHANNEL(APP-OTCLM-CHANNEL-NAME)
                FROM (OVERTIME-CLAIM-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Overtime Claim Container!'
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
