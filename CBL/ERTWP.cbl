       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERTWP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'RIGHT-TO-WORK DOCUMENT' MAINTENANCE PROGRAM.
      *      - WE ARE LEGALLY REQUIRED TO HOLD A VALID RIGHT-TO-WORK
      *        DOCUMENT FOR EVERY EMPLOYEE - THIS SCREEN HOLDS THE
      *        DOCUMENT TYPE, NUMBER, ISSUE DATE AND EXPIRY DATE PER
      *        EMPLOYEE, AND ERTWXP'S MONTHLY SWEEP LISTS THE ONES
      *        RUNNING OUT.
      *      - EADDP/EBLKHP WRITE THE FIRST RECORD AT HIRE; THIS IS
      *        WHERE A RENEWED PERMIT IS KEYED. REACHED FROM EVIEWP
      *        (PF18) WITH THE EMPLOYEE ALREADY LOCATED - SAME COMM-
      *        AREA HANDOFF EBNKP USES - OR ENTERED DIRECTLY BY
      *        TRANSACTION ID.
      *      - THE DOCUMENT NUMBER DISPLAYS MASKED TO ITS LAST FOUR
      *        CHARACTERS, THE WAY EMP-EXTERNAL-ID DOES. PF6 UNMASKS
      *        IT FOR ONE DISPLAY - ADMINISTRATORS ONLY, AND THE LOOK
      *        IS WRITTEN TO EAUDIT AS AN 'X' ENTRY LIKE EBNKP'S
      *        ACCOUNT UNMASK. EVERY SAVED CHANGE WRITES AN EAUDIT 'U'
      *        ENTRY WITH AN EAUDDTL ROW (MASKED VALUES).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - RIGHT-TO-WORK MAPSET.
      *      - RIGHT-TO-WORK CONTAINER.
      *      - RIGHT-TO-WORK DOCUMENT RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - AUDIT LOG RECORD.
      *      - AUDIT DETAIL RECORD.
      *      - AUDIT-TRAIL CHAINING COMM-AREA.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ERTWMAP.
       COPY ERTWCTR.
       COPY ERTWDOC.
       COPY EMPMAST.
       COPY EAUDIT.
       COPY EAUDDTL.
       COPY EAUDCCA.
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
      *    THE DOCUMENT NUMBER SHOWS MASKED TO ITS LAST FOUR
      *    CHARACTERS, SAME AS EMP-EXTERNAL-ID ON EVIEWP'S DETAIL MAP.
      *    THE NUMBER IS LEFT-JUSTIFIED, SO THE LAST FOUR ARE TAKEN
      *    FROM THE END OF THE KEYED VALUE, NOT THE END OF THE FIELD.
       01 WS-MASKED-NUMBER.
          05 FILLER              PIC X(16) VALUE '****************'.
          05 WS-MSK-LAST-FOUR    PIC X(4)  VALUE SPACES.
       01 WS-MSK-LENGTH          PIC S9(4) USAGE IS BINARY.
      *
      *    BEFORE/AFTER IMAGES FOR THE EAUDDTL ROW - TYPE, MASKED
      *    NUMBER AND EXPIRY DATE.
       01 WS-AUDIT-OLD-VALUE     PIC X(38) VALUE SPACES.
       01 WS-AUDIT-NEW-VALUE     PIC X(38) VALUE SPACES.
      *
      *    DATE EDITS - FUNCTION TEST-DATE-YYYYMMDD RETURNS ZERO FOR A
      *    REAL CALENDAR DATE.
       01 WS-DATE-NUMERIC        PIC 9(8)  VALUE ZEROES.
       01 WS-ISSUE-DATE-CHECK    PIC S9(4) USAGE COMP VALUE ZEROES.
          88 ISSUE-DATE-IS-VALID           VALUE ZERO.
       01 WS-EXPIRY-DATE-CHECK   PIC S9(4) USAGE COMP VALUE ZEROES.
          88 EXPIRY-DATE-IS-VALID          VALUE ZERO.
       01 WS-TODAY               PIC X(8)  VALUE SPACES.
      *
       01 WS-DATE-FORMATTING.
          05 WS-INPUT-DATE.
             10 WS-YYYY          PIC X(4)  VALUE SPACES.
             10 WS-MM            PIC X(2)  VALUE SPACES.
             10 WS-DD            PIC X(2)  VALUE SPACES.
          05 WS-OUTPUT-DATE.
             10 WS-YYYY          PIC X(4)  VALUE SPACES.
             10 FILLER           PIC X(1)  VALUE '-'.
             10 WS-MM            PIC X(2)  VALUE SPACES.
             10 FILLER           PIC X(1)  VALUE '-'.
             10 WS-DD            PIC X(2)  VALUE SPACES.
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
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION - USED
      *   ONLY WHEN EVIEWP HANDS OFF AN ALREADY-LOCATED EMPLOYEE ID.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA               PIC X(8).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

      *    >>> DEBUGGING ONLY <<<
           MOVE 'MAIN-LOGIC' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EIBCALEN IS GREATER THAN ZERO THEN
              PERFORM 1500-FIRST-INTERACTION-FROM-HANDOFF
           ELSE
              EXEC CICS GET
                   CONTAINER(APP-RTWDOC-CONTAINER-NAME)
                   CHANNEL(APP-RTWDOC-CHANNEL-NAME)
                   INTO (RIGHT-TO-WORK-CONTAINER)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              EVALUATE WS-CICS-RESPONSE
              WHEN DFHRESP(CHANNELERR)
              WHEN DFHRESP(CONTAINERERR)
      *            1ST INTERACTION -> NO CONTAINER YET (CREATE IT)
                   PERFORM 1000-FIRST-INTERACTION
              WHEN DFHRESP(NORMAL)
      *            NEXT INTERACTIONS -> CONTAINER FOUND (CONTINUE)
                   PERFORM 2000-PROCESS-USER-INPUT
              WHEN OTHER
                   MOVE 'Error Retrieving Right-to-Work Container!'
                      TO WS-MESSAGE
              END-EVALUATE
           END-IF.

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

           MOVE 'Enter an Employee ID For Right-to-Work Document!'
              TO WS-MESSAGE.
           MOVE -1 TO EMPLIDL.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE RIGHT-TO-WORK-CONTAINER.
           INITIALIZE RIGHT-TO-WORK-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ERTWMO.

       1500-FIRST-INTERACTION-FROM-HANDOFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1500-FIRST-INTERACTION-FROM-HANDOFF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.

           MOVE DFHCOMMAREA TO RTC-EMPLOYEE-ID.
           PERFORM 2120-LOCATE-BY-CONTAINER-ID.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-MESSAGE.
           MOVE SPACE TO RTC-UNMASK-FLAG.

           EXEC CICS RECEIVE
                MAP(APP-RTWDOC-MAP-NAME)
                MAPSET(APP-RTWDOC-MAPSET-NAME)
                INTO (ERTWMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE
           WHEN DFHPF3
                PERFORM 2200-SAVE-DOCUMENT
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-RTW-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-DOCUMENT
           WHEN DFHPF6
                PERFORM 2700-UNMASK-DOCUMENT-NUMBER
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN
           WHEN DFHPF12
                PERFORM 2400-DELETE-RTW-CONTAINER
                PERFORM 9200-RETURN-TO-CICS
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

       2100-LOOKUP-OR-VALIDATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-LOOKUP-OR-VALIDATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN RTC-NOT-SET
                PERFORM 2110-LOOKUP-EMPLOYEE
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EMPLIDL IS EQUAL TO ZERO THEN
              MOVE 'Validation Error: Employee ID is required!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS BIF DEEDIT
                FIELD(EMPLIDI)
                LENGTH(LENGTH OF EMPLIDI)
                END-EXEC.
           MOVE EMPLIDI TO RTC-EMPLOYEE-ID.

           PERFORM 2120-LOCATE-BY-CONTAINER-ID.

       2120-LOCATE-BY-CONTAINER-ID.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-LOCATE-BY-CONTAINER-ID' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE RTC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error: Employee ID Not Found!' TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           SET RTC-EMPLOYEE-LOCATED TO TRUE.
           MOVE EMP-PRIMARY-NAME TO RTC-PRIMARY-NAME.

           MOVE RTC-EMPLOYEE-ID TO RTW-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-RTWDOC-FILE-NAME)
                INTO (RIGHT-TO-WORK-RECORD)
                RIDFLD(RTW-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET RTC-EDITING-EXISTING TO TRUE
                MOVE RIGHT-TO-WORK-RECORD TO RTC-DOCUMENT-RECORD
                MOVE 'Document Found! Edit Fields, then PF4=Save or PF3=
      -              'Save/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO DOCTYPL
           WHEN DFHRESP(NOTFND)
                SET RTC-ADDING-NEW-DOCUMENT TO TRUE
                INITIALIZE RIGHT-TO-WORK-RECORD
                MOVE RTC-EMPLOYEE-ID TO RTW-EMPLOYEE-ID
                MOVE RIGHT-TO-WORK-RECORD TO RTC-DOCUMENT-RECORD
                MOVE 'No Document On File - Enter Type, Number And Dates
      -              ', then PF4=Save.'
                   TO WS-MESSAGE
                MOVE -1 TO DOCTYPL
           WHEN OTHER
                MOVE 'Error Reading Right-to-Work Document Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE RTC-DOCUMENT-RECORD TO RIGHT-TO-WORK-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD. A MASKED
      *    NUMBER ECHOED BACK UNCHANGED (LEADING ASTERISK) IS NOT
      *    TAKEN AS NEW INPUT.
           IF DOCTYPL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(DOCTYPI)
                 TO RTW-DOCUMENT-TYPE
           END-IF.

           IF DOCNUML IS GREATER THAN ZERO AND
              DOCNUMI(1:1) IS NOT EQUAL TO '*' THEN
              MOVE FUNCTION UPPER-CASE(DOCNUMI)
                 TO RTW-DOCUMENT-NUMBER
           END-IF.

      *    SINCE WE HAVE A 10-CHAR DATE FIELD ON THE MAP, THE DEEDIT
      *    COMMAND WILL PAD THE FIELD WITH LEFTMOST ZEROES AS IN
      *    '00YYYYMMDD' SO WE TRIM IT DOWN TO 'YYYYMMDD'.
           IF ISSDTEL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(ISSDTEI)
                   LENGTH(LENGTH OF ISSDTEI)
                   END-EXEC
              MOVE ISSDTEI(3:8) TO RTW-ISSUE-DATE
           END-IF.

      *    THE EXPIRY DATE MAY BE BLANKED OUT (A DOCUMENT THAT NEVER
      *    EXPIRES), SO SPACES KEYED OVER IT CLEAR IT.
           IF EXPDTEL IS GREATER THAN ZERO THEN
              IF EXPDTEI IS EQUAL TO SPACES THEN
                 MOVE SPACES TO RTW-EXPIRY-DATE
              ELSE
                 EXEC CICS BIF DEEDIT
                      FIELD(EXPDTEI)
                      LENGTH(LENGTH OF EXPDTEI)
                      END-EXEC
                 MOVE EXPDTEI(3:8) TO RTW-EXPIRY-DATE
              END-IF
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE RIGHT-TO-WORK-RECORD TO RTC-DOCUMENT-RECORD.

           PERFORM 2155-VALIDATE-DOCUMENT-DATES.

      *    VALIDATE FIELDS.
           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN NOT RTW-DT-VALID
                MOVE 'Validation Error: Document Type must be PP,WP,RP,I
      -              'D or BC!'
                   TO WS-MESSAGE
                MOVE -1 TO DOCTYPL
           WHEN RTW-DOCUMENT-NUMBER IS EQUAL TO SPACES
                MOVE 'Validation Error: Document Number is required!'
                   TO WS-MESSAGE
                MOVE -1 TO DOCNUML
           WHEN RTW-ISSUE-DATE IS EQUAL TO SPACES
                MOVE 'Validation Error: Issue Date is required!'
                   TO WS-MESSAGE
                MOVE -1 TO ISSDTEL
           WHEN NOT ISSUE-DATE-IS-VALID
                MOVE 'Validation Error: Issue Date is not a real calenda
      -              'r date!'
                   TO WS-MESSAGE
                MOVE -1 TO ISSDTEL
           WHEN RTW-ISSUE-DATE IS GREATER THAN WS-TODAY
                MOVE 'Validation Error: Issue Date is in the future!'
                   TO WS-MESSAGE
                MOVE -1 TO ISSDTEL
           WHEN RTW-NO-EXPIRY AND RTW-DT-EXPIRY-REQUIRED
                MOVE 'Validation Error: A Permit Must Carry an Expiry Da
      -              'te!'
                   TO WS-MESSAGE
                MOVE -1 TO EXPDTEL
           WHEN NOT EXPIRY-DATE-IS-VALID
                MOVE 'Validation Error: Expiry Date is not a real calend
      -              'ar date!'
                   TO WS-MESSAGE
                MOVE -1 TO EXPDTEL
           WHEN NOT RTW-NO-EXPIRY AND
                RTW-EXPIRY-DATE IS NOT GREATER THAN RTW-ISSUE-DATE
                MOVE 'Validation Error: Expiry Date must follow the Issu
      -              'e Date!'
                   TO WS-MESSAGE
                MOVE -1 TO EXPDTEL
           WHEN OTHER
      *         AN EXPIRED DOCUMENT IS STILL RECORDED (IT IS WHAT IS
      *         ON FILE) BUT THE CLERK IS TOLD SO - THE SWEEP WILL
      *         KEEP LISTING IT UNTIL A RENEWAL IS KEYED.
                IF NOT RTW-NO-EXPIRY AND
                   RTW-EXPIRY-DATE IS LESS THAN WS-TODAY THEN
                   MOVE 'Changes Validated - Warning: The Document Has A
      -                 'lready Expired!'
                      TO WS-MESSAGE
                ELSE
                   MOVE 'Changes Validated! PF4=Save or PF3=Save/Exit.'
                      TO WS-MESSAGE
                END-IF
                MOVE -1 TO DOCTYPL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2155-VALIDATE-DOCUMENT-DATES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2155-VALIDATE-DOCUMENT-DATES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE ISSUE DATE IS REQUIRED (A BLANK ONE IS CAUGHT AS
      *    "REQUIRED" BY THE CALLER); THE EXPIRY DATE MAY BE BLANK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           MOVE 1 TO WS-ISSUE-DATE-CHECK.
           IF RTW-ISSUE-DATE IS NUMERIC THEN
              MOVE RTW-ISSUE-DATE TO WS-DATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC)
                 TO WS-ISSUE-DATE-CHECK
           END-IF.

           MOVE ZERO TO WS-EXPIRY-DATE-CHECK.
           IF RTW-EXPIRY-DATE IS NUMERIC THEN
              MOVE RTW-EXPIRY-DATE TO WS-DATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC)
                 TO WS-EXPIRY-DATE-CHECK
           ELSE
              IF NOT RTW-NO-EXPIRY THEN
                 MOVE 1 TO WS-EXPIRY-DATE-CHECK
              END-IF
           END-IF.

       2200-SAVE-DOCUMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-DOCUMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT RTC-EMPLOYEE-LOCATED THEN
              MOVE 'Locate an Employee First!' TO WS-MESSAGE
              INITIALIZE WS-VALIDATION-FLAG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              EVALUATE TRUE
              WHEN RTC-ADDING-NEW-DOCUMENT
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

       2400-DELETE-RTW-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-RTW-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-RTWDOC-CONTAINER-NAME)
                CHANNEL(APP-RTWDOC-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.
           MOVE 'Enter an Employee ID For Right-to-Work Document!'
              TO WS-MESSAGE.
           MOVE -1 TO EMPLIDL.

       2700-UNMASK-DOCUMENT-NUMBER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2700-UNMASK-DOCUMENT-NUMBER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    ADMINISTRATORS ONLY, AND THE LOOK ITSELF GOES ON THE
      *    AUDIT TRAIL AS AN 'X' ENTRY - WHO LOOKED AND WHEN, SAME
      *    AS EBNKP'S ACCOUNT UNMASK. THE SESSION CATEGORY COMES
      *    FROM THE ACTIVITY MONITOR; NO SESSION READS AS ANONYMOUS
      *    AND IS REFUSED.
           IF NOT RTC-EMPLOYEE-LOCATED THEN
              MOVE 'Locate an Employee First!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 4100-GET-MONITOR-CONTAINER.

           IF MON-USER-ID IS EQUAL TO SPACES OR
              NOT MON-UC-ADMINISTRATOR THEN
              MOVE 'Access Denied - Unmask Is Restricted To Administrato
      -           'rs!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           SET RTC-UNMASK-THIS-DISPLAY TO TRUE.
           MOVE 'Document Unmasked For This Display Only - The LookHas B
      -        'een Logged!'
              TO WS-MESSAGE.

           INITIALIZE AUDIT-LOG-RECORD.
           MOVE RTC-EMPLOYEE-ID TO AUD-EMPLOYEE-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-AUDIT-TIMESTAMP.
           SET AUD-ACTION-UNMASK TO TRUE.
           MOVE MON-USER-ID TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-RTWDOC-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           PERFORM 3210-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
                RIDFLD(AUD-AUDIT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 4100-GET-MONITOR-CONTAINER.

           MOVE RTC-DOCUMENT-RECORD TO RIGHT-TO-WORK-RECORD.
           MOVE RTC-EMPLOYEE-ID TO RTW-EMPLOYEE-ID.
           PERFORM 3050-STAMP-LAST-UPDATED.
           MOVE SPACES TO WS-AUDIT-OLD-VALUE.

           EXEC CICS WRITE
                FILE(APP-RTWDOC-FILE-NAME)
                FROM (RIGHT-TO-WORK-RECORD)
                RIDFLD(RTW-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE RIGHT-TO-WORK-RECORD TO RTC-DOCUMENT-RECORD
                MOVE 'Document Added Successfully!'
                   TO WS-MESSAGE
                SET RTC-EDITING-EXISTING TO TRUE
                PERFORM 3200-WRITE-AUDIT-TRAIL
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Document Already On File - Re-Enter!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Right-to-Work File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Right-to-Work Document Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

       3050-STAMP-LAST-UPDATED.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3050-STAMP-LAST-UPDATED' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SIGNED-ON USER COMES FROM THE ACTIVITY MONITOR WHERE A
      *    SESSION EXISTS; OTHERWISE THE PROGRAM NAME STANDS IN.
           IF MON-USER-ID IS NOT EQUAL TO SPACES
              MOVE MON-USER-ID TO RTW-LAST-UPDATED-BY
           ELSE
              MOVE APP-RTWDOC-PROGRAM-NAME TO RTW-LAST-UPDATED-BY
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RTW-LAST-UPDATED-DATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           PERFORM 4100-GET-MONITOR-CONTAINER.

           MOVE RTC-EMPLOYEE-ID TO RTW-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-RTWDOC-FILE-NAME)
                INTO (RIGHT-TO-WORK-RECORD)
                RIDFLD(RTW-EMPLOYEE-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
      *         THE ON-FILE DOCUMENT IS THE AUDIT ROW'S BEFORE IMAGE.
                PERFORM 9120-BUILD-AUDIT-VALUE
                MOVE WS-AUDIT-NEW-VALUE TO WS-AUDIT-OLD-VALUE

                MOVE RTC-DOCUMENT-RECORD TO RIGHT-TO-WORK-RECORD
                PERFORM 3050-STAMP-LAST-UPDATED

                EXEC CICS REWRITE
                     FILE(APP-RTWDOC-FILE-NAME)
                     FROM (RIGHT-TO-WORK-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                   MOVE RIGHT-TO-WORK-RECORD TO RTC-DOCUMENT-RECORD
                   MOVE 'Document Updated Successfully!'
                      TO WS-MESSAGE
                   PERFORM 3200-WRITE-AUDIT-TRAIL
                ELSE
                   MOVE 'Error Rewriting The Right-to-Work Document Reco
      -                 'rd!'
                      TO WS-MESSAGE
                END-IF
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Document No Longer On File - Re-Enter!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Right-to-Work Document Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

       3200-WRITE-AUDIT-TRAIL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3200-WRITE-AUDIT-TRAIL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    EVERY CHANGE TO A RIGHT-TO-WORK DOCUMENT IS AUDITED - WHO,
      *    WHEN, AND THE TYPE, MASKED NUMBER AND EXPIRY BEFORE AND
      *    AFTER. RIGHT-TO-WORK-RECORD HOLDS THE RECORD JUST WRITTEN.
           INITIALIZE AUDIT-LOG-RECORD.
           MOVE RTC-EMPLOYEE-ID TO AUD-EMPLOYEE-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-AUDIT-TIMESTAMP.
           SET AUD-ACTION-UPDATE TO TRUE.
           MOVE RTW-LAST-UPDATED-BY TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-RTWDOC-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           PERFORM 3210-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
                RIDFLD(AUD-AUDIT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 9120-BUILD-AUDIT-VALUE.

           INITIALIZE AUDIT-DETAIL-RECORD.
           MOVE AUD-EMPLOYEE-ID TO ADT-EMPLOYEE-ID.
           MOVE AUD-AUDIT-TIMESTAMP TO ADT-AUDIT-TIMESTAMP.
           MOVE 1 TO ADT-FIELD-SEQ.
           MOVE 'RIGHT-TO-WORK DOC' TO ADT-FIELD-NAME.
           MOVE WS-AUDIT-OLD-VALUE TO ADT-OLD-VALUE.
           MOVE WS-AUDIT-NEW-VALUE TO ADT-NEW-VALUE.

           PERFORM 3220-SEAL-AUDIT-DETAIL.
           EXEC CICS WRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM(AUDIT-DETAIL-RECORD)
                RIDFLD(ADT-DETAIL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3210-SEAL-AUDIT-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3210-SEAL-AUDIT-ENTRY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CHAIN THE ENTRY ONTO THE EMPLOYEE'S AUDIT TRAIL (EAUDHP)
      *    RIGHT BEFORE IT IS WRITTEN. A FAILED LINK LEAVES IT
      *    UNSEALED - THE CHANGE IS STILL AUDITED, AND THE CHAIN
      *    VERIFIER (EAUDCVP) REPORTS THE GAP.
           INITIALIZE AUDIT-CHAIN-COMMAREA.
           SET ACH-SEAL TO TRUE.
           SET ACH-AUDIT-TRAIL TO TRUE.
           MOVE AUDIT-LOG-RECORD TO ACH-RECORD-IMAGE.

           EXEC CICS LINK
                PROGRAM(APP-AUDCHN-PROGRAM-NAME)
                COMMAREA(AUDIT-CHAIN-COMMAREA)
                LENGTH(LENGTH OF AUDIT-CHAIN-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE ACH-PREV-CHAIN-HASH TO AUD-PREV-CHAIN-HASH.
           MOVE ACH-CHAIN-HASH TO AUD-CHAIN-HASH.

       3220-SEAL-AUDIT-DETAIL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3220-SEAL-AUDIT-DETAIL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SAME SEAL FOR A BEFORE/AFTER IMAGE, ON THE EMPLOYEE'S
      *    DETAIL TRAIL.
           INITIALIZE AUDIT-CHAIN-COMMAREA.
           SET ACH-SEAL TO TRUE.
           SET ACH-DETAIL-TRAIL TO TRUE.
           MOVE AUDIT-DETAIL-RECORD TO ACH-RECORD-IMAGE.

           EXEC CICS LINK
                PROGRAM(APP-AUDCHN-PROGRAM-NAME)
                COMMAREA(AUDIT-CHAIN-COMMAREA)
                LENGTH(LENGTH OF AUDIT-CHAIN-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE ACH-PREV-CHAIN-HASH TO ADT-PREV-CHAIN-HASH.
           MOVE ACH-CHAIN-HASH TO ADT-CHAIN-HASH.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4100-GET-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4100-GET-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A MISSING MONITOR CONTAINER (DIRECT ENTRY, OR A HANDOFF
      *    WITHOUT THE CHANNEL) JUST READS AS ANONYMOUS.
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
           PERFORM 9150-PUT-RTW-CONTAINER.

           EXEC CICS SEND
                MAP(APP-RTWDOC-MAP-NAME)
                MAPSET(APP-RTWDOC-MAPSET-NAME)
                FROM (ERTWMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-RTWDOC-CHANNEL-NAME)
                TRANSID(APP-RTWDOC-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF RTC-EMPLOYEE-LOCATED THEN
              MOVE RTC-EMPLOYEE-ID TO EMPLIDO
              MOVE RTC-PRIMARY-NAME TO PRNAMEO

              MOVE RTC-DOCUMENT-RECORD TO RIGHT-TO-WORK-RECORD
              MOVE RTW-DOCUMENT-TYPE TO DOCTYPO
              PERFORM 9130-DESCRIBE-DOCUMENT-TYPE

              IF RTC-UNMASK-THIS-DISPLAY THEN
                 MOVE RTW-DOCUMENT-NUMBER TO DOCNUMO
              ELSE
                 IF RTW-DOCUMENT-NUMBER IS NOT EQUAL TO SPACES THEN
                    PERFORM 9110-BUILD-MASKED-NUMBER
                    MOVE WS-MASKED-NUMBER TO DOCNUMO
                 END-IF
              END-IF

              IF RTW-ISSUE-DATE IS NOT EQUAL TO SPACES THEN
                 MOVE RTW-ISSUE-DATE TO WS-INPUT-DATE
                 MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
                 MOVE WS-OUTPUT-DATE TO ISSDTEO
              END-IF

              IF NOT RTW-NO-EXPIRY THEN
                 MOVE RTW-EXPIRY-DATE TO WS-INPUT-DATE
                 MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
                 MOVE WS-OUTPUT-DATE TO EXPDTEO
              END-IF
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:8) IS EQUAL TO 'Document'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(21:7) IS EQUAL TO 'Warning'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Changes'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           WHEN MESSO(1:6) IS EQUAL TO 'Access'
                MOVE DFHRED TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9110-BUILD-MASKED-NUMBER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9110-BUILD-MASKED-NUMBER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-MSK-LAST-FOUR.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RTW-DOCUMENT-NUMBER
              TRAILING)) TO WS-MSK-LENGTH.

           IF WS-MSK-LENGTH IS GREATER THAN 4 THEN
              MOVE RTW-DOCUMENT-NUMBER(WS-MSK-LENGTH - 3:4)
                 TO WS-MSK-LAST-FOUR
           END-IF.

       9120-BUILD-AUDIT-VALUE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9120-BUILD-AUDIT-VALUE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    TYPE, MASKED NUMBER AND EXPIRY OF WHATEVER RIGHT-TO-WORK-
      *    RECORD CURRENTLY HOLDS - THE FULL NUMBER NEVER REACHES THE
      *    AUDIT FILE.
           PERFORM 9110-BUILD-MASKED-NUMBER.
           MOVE SPACES TO WS-AUDIT-NEW-VALUE.

           STRING RTW-DOCUMENT-TYPE DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-MASKED-NUMBER  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  RTW-EXPIRY-DATE   DELIMITED BY SIZE
              INTO WS-AUDIT-NEW-VALUE
           END-STRING.

       9130-DESCRIBE-DOCUMENT-TYPE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9130-DESCRIBE-DOCUMENT-TYPE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN RTW-DT-PASSPORT
                MOVE 'Passport' TO DOCDSCO
           WHEN RTW-DT-WORK-PERMIT
                MOVE 'Work Permit / Visa' TO DOCDSCO
           WHEN RTW-DT-RESIDENCE-PERMIT
                MOVE 'Residence Permit' TO DOCDSCO
           WHEN RTW-DT-NATIONAL-ID
                MOVE 'National ID Card' TO DOCDSCO
           WHEN RTW-DT-BIRTH-CERTIFICATE
                MOVE 'Birth Certificate' TO DOCDSCO
           WHEN OTHER
                MOVE SPACES TO DOCDSCO
           END-EVALUATE.

       9150-PUT-RTW-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-RTW-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-RTWDOC-CONTAINER-NAME)
                CHANNEL(APP-RTWDOC-CHANNEL-NAME)
                FROM (RIGHT-TO-WORK-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Right-to-Work Container!'
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
