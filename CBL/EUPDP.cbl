      *      - LOCATES AN EMPLOYEE RECORD BY ID (SAME MASTER FILE/KEY AS
      *        EVIEWP), THEN LETS THE CLERK CHANGE JOB TITLE, DEPARTMENT
      *        ID, START DATE AND END DATE AND REWRITES THE RECORD.
      *      - A LEGAL NAME CHANGE IS KEYED OVER THE PRIMARY NAME WITH
      *        ITS EFFECTIVE DATE AND REASON; THE OLD NAME IS KEPT ON
      *        THE NAME-HISTORY FILE SO SEARCHES ON IT STILL WORK. A
      *        STANDARD USER'S NAME CHANGE IS PARKED FOR APPROVAL WITH
      *        ITS DATE AND REASON, AND EPENDP KEEPS THE HISTORY WHEN
      *        IT APPLIES IT.
      *      - AN END DATE IS ENTERED TOGETHER WITH THE LEAVING REASON,
      *        REGRETTED-LOSS FLAG AND CODED EXIT-INTERVIEW ANSWERS,
      *        SAVED TO THE EXIT-INTERVIEW FILE FOR EEXTRP'S QUARTERLY
      *        LEAVERS REPORT.
      *      - A DEPARTMENT, START DATE OR END DATE CHANGE SAVED PAST
      *        THE CURRENT PAYROLL CUT-OFF STILL GOES THROUGH, BUT
      *        WARNS THAT IT MISSES THIS PAY DATE (SEE ECUTCP).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - DEPARTMENT TRANSFER HISTORY RECORD.
      *      - LEAVING-REASON CODE TABLE AND EXIT-INTERVIEW RECORDS.
      *      - NAME-CHANGE HISTORY RECORD.
      *      - AUDIT LOG RECORD.
      *      - AUDIT-TRAIL CHAINING COMM-AREA.
      *      - FIELD CIPHER COMM-AREA.
      *      - PAYROLL CUT-OFF CHECK COMM-AREA.
      *      - DEPARTMENT HEADCOUNT COUNTER COMM-AREA.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY DEPTMAST.
       COPY EJOBTTL.
       COPY EEMPTYP.
       COPY ELOCATN.
       COPY EWKPATN.
       COPY EEQUIP.
       COPY ERATCD.
       COPY EAPRHS.
       COPY EEXRSN.
       COPY EEXITR.
       COPY ENAMHST.
       COPY EPENDCH.
       COPY EPNDTRN.
       COPY EDEPTTRN.
       COPY EAUDIT.
       COPY EEVENT.
       COPY EAUDDTL.
       COPY EAUDCCA.
       COPY ECIPHCA.
       COPY ECUTCA.
       COPY EPERMTX.
       COPY EDCNTCA.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
       01 WS-VALIDATION-FLAG        PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED                VALUE 'Y'.
          88 VALIDATION-FAILED                VALUE SPACES.
      *
       01 WS-CUTOFF-FLAG            PIC X(1)  VALUE SPACES.
          88 SAVED-IN-TIME                    VALUE SPACES.
          88 SAVED-AFTER-CUTOFF               VALUE 'Y'.
      *
       01 WS-DEPT-FOUND-FLAG        PIC X(1)  VALUE SPACES.
          88 DEPT-FOUND                       VALUE 'Y'.
          88 EMP-TYPE-NOT-FOUND               VALUE 'N'.
          88 EMP-TYPE-INACTIVE                VALUE 'I'.
      *
      *    WORK-LOCATION TABLE CHECK (SEE ELOCATN.CPY) - BLANK READS
      *    AS NOT YET ASSIGNED; A KEYED SITE MUST EXIST AND BE ACTIVE.
       01 WS-LOCATION-CHECK         PIC X(1)  VALUE SPACES.
          88 LOCATION-OK                      VALUE SPACES.
          88 LOCATION-NOT-FOUND               VALUE 'N'.
          88 LOCATION-INACTIVE                VALUE 'I'.
      *
      *    WORKING-PATTERN TABLE CHECK (SEE EWKPATN.CPY) - BLANK READS
      *    AS THE STANDARD WEEK; A KEYED CODE MUST EXIST AND BE ACTIVE.
       01 WS-PATTERN-CHECK          PIC X(1)  VALUE SPACES.
          88 PATTERN-OK                       VALUE SPACES.
          88 PATTERN-NOT-FOUND                VALUE 'N'.
          88 PATTERN-INACTIVE                 VALUE 'I'.
      *
      *    REPORTS-TO SUPERVISOR CHECK - ZERO READS AS NONE; A KEYED
      *    ID MUST BE AN ACTIVE EMPLOYEE OTHER THAN THIS ONE, AND
      *    WALKING UP FROM THERE MUST NEVER ARRIVE BACK AT THIS ONE.
       01 WS-SUPERVISOR-CHECK       PIC X(1)  VALUE SPACES.
          88 SUPERVISOR-OK                    VALUE SPACES.
          88 SUPERVISOR-NOT-FOUND             VALUE 'N'.
          88 SUPERVISOR-INACTIVE              VALUE 'I'.
          88 SUPERVISOR-IS-SELF               VALUE 'S'.
          88 SUPERVISOR-CYCLE                 VALUE 'C'.
       01 WS-SUPV-CHAIN-SWITCH      PIC X(1)  VALUE SPACES.
          88 SUPV-CHAIN-DONE                  VALUE 'Y'.
       01 WS-SUPV-SUBJECT-ID        PIC 9(8)  VALUE ZEROES.
       01 WS-SUPV-WALK-DEPTH        PIC S9(4) USAGE COMP VALUE ZEROES.
      *
      *    FTE ENTRY SCRATCH - BLANK OR ZERO READS AS FULL TIME.
       01 WS-FTE-ENTRY              PIC X(3)  VALUE SPACES.
       01 WS-FTE-NUMERIC REDEFINES WS-FTE-ENTRY
          88 RATING-CODE-FOUND                VALUE 'Y'.
          88 RATING-CODE-NOT-FOUND            VALUE SPACES.
          88 RATING-CODE-INACTIVE             VALUE 'I'.
      *
      *    LEGAL NAME-CHANGE CHECK - A CHANGED PRIMARY NAME MUST COME
      *    WITH ITS EFFECTIVE DATE AND A REASON CODE (SEE ENAMHST.CPY).
       01 WS-NAME-CHANGE-CHECK      PIC X(1)  VALUE SPACES.
          88 NAME-CHANGE-OK                   VALUE SPACES.
          88 NAME-IS-BLANK                    VALUE 'B'.
          88 NAME-DATE-MISSING                VALUE 'M'.
          88 NAME-DATE-INVALID                VALUE 'D'.
          88 NAME-REASON-INVALID              VALUE 'R'.
          88 NAME-DETAILS-WITHOUT-CHANGE      VALUE 'U'.
       01 WS-NAME-DATE-NUMERIC      PIC 9(8)  VALUE ZEROES.
       01 WS-NAME-DATE-CHECK        PIC S9(4) USAGE COMP VALUE ZEROES.
      *
       01 WS-EXIT-DETAILS-CHECK     PIC X(1)  VALUE SPACES.
          88 EXIT-DETAILS-OK                  VALUE SPACES.
          88 EXIT-REASON-MISSING              VALUE 'M'.
          88 EXIT-REASON-NOT-FOUND            VALUE 'N'.
          88 EXIT-REASON-INACTIVE             VALUE 'I'.
          88 EXIT-REGRET-MISSING              VALUE 'R'.
          88 EXIT-ANSWER-INVALID              VALUE 'A'.
          88 EXIT-WITHOUT-END-DATE            VALUE 'E'.
      *
       01 WS-OLD-DEPARTMENT-ID      PIC 9(8)  VALUE ZEROES.
      *
       01 WS-OLD-END-DATE           PIC X(8)  VALUE SPACES.
       01 WS-OLD-JOB-TITLE          PIC X(29) VALUE SPACES.
       01 WS-OLD-START-DATE         PIC X(8)  VALUE SPACES.
       01 WS-OLD-SUPERVISOR-ID      PIC X(8)  VALUE SPACES.
       01 WS-OLD-PRIMARY-NAME       PIC X(38) VALUE SPACES.
      *
      *    SCRATCH FIELDS FOR ONE BEFORE/AFTER AUDIT DETAIL RECORD -
      *    SET BY 3065-WRITE-AUDIT-DETAILS BEFORE EACH PERFORM OF
      *    TIMESTAMP ON FILE AT REWRITE TIME MEANS ANOTHER USER GOT
      *    THERE FIRST.
       01 WS-ONFILE-TIMESTAMP       PIC X(14) VALUE SPACES.
       01 WS-FRESH-RECORD           PIC X(263) VALUE SPACES.
      *
      *    SCRATCH AREA FOR REBUILDING EMP-PHONETIC-KEY (SEE
      *    3090-BUILD-PHONETIC-KEY) ON EVERY REWRITE, SO A NAME
          05 WS-LVX-REHIRE-ELIGIBLE PIC X(1)  VALUE 'Y'.
      *
       01 WS-LEAVER-ITEM-NUMBER     PIC S9(4) USAGE IS BINARY.
      *
       01 WS-EXIT-RECORD-ON-FILE    PIC X(80) VALUE SPACES.
      *
      *    UNRETURNED-EQUIPMENT LINES APPENDED TO THE LEAVER PACK -
      *    ONE 'E' RECORD PER ITEM THE LEAVER STILL HOLDS, SO THE
      *    THE EXTERNAL ID SHOWS MASKED TO ITS LAST FOUR CHARACTERS;
      *    PF6 LETS AN ADMINISTRATOR UNMASK IT FOR THIS ONE SCREEN,
      *    AND THE LOOK ITSELF IS WRITTEN TO EAUDIT ('X') FOR THE
      *    PRIVACY AUDIT. THE ID IS HELD ENCIPHERED ON THE MASTER
      *    (ALL BUT THE LAST FOUR), SO PF6 IS ALSO THE ONE PLACE HERE
      *    THAT DECIPHERS IT.
       01 WS-MASKED-EXTERNAL-ID.
          05 FILLER                 PIC X(8)  VALUE '********'.
          05 WS-MSK-LAST-FOUR       PIC X(4)  VALUE SPACES.
      *
       01 WS-UNMASK-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-UNMASKED-THIS-SCREEN          VALUE 'Y'.
      *
      *    THE DECIPHERED EXTERNAL ID, FOR PF6'S ONE SCREEN ONLY.
       01 WS-CLEAR-EXTERNAL-ID      PIC X(12) VALUE SPACES.
      *
       01 WS-CIPHER-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-CIPHER-FAILED                 VALUE 'F'.
      *
       01 WS-TRF-DATE-NUMERIC       PIC 9(8)  VALUE ZEROES.
       01 WS-TRF-DATE-CHECK         PIC S9(4) USAGE COMP VALUE ZEROES.
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    THE CATEGORY CAN CHANGE MID-CONVERSATION - A BREAK-GLASS
      *    ELEVATION STARTING OR RUNNING OUT - SO KEEP OURS CURRENT.
           MOVE MON-USER-CATEGORY TO UPD-USER-CATEGORY.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE-RECORD
      *         WITH NO INDICATION ANYTHING WENT WRONG. FALL THROUGH
      *         TO THE NORMAL 9000-SEND-MAP-AND-RETURN BELOW INSTEAD,
      *         WHICH RE-DISPLAYS THE MAP WITH THE VALIDATION ERROR.
      *         A PAYROLL CHANGE SAVED PAST THE CUT-OFF STAYS ON SCREEN
      *         TOO, SO THE WARNING IS ACTUALLY SEEN.
                IF VALIDATION-PASSED AND NOT SAVED-AFTER-CUTOFF
                   PERFORM 2300-TRANSFER-BACK-TO-MENU
                END-IF
           WHEN DFHPF4
      *         NOT CLEAR THE SCREEN OUT FROM UNDER THE CLERK.
                IF VALIDATION-PASSED
                   PERFORM 2600-CLEAR-SCREEN
                   IF SAVED-AFTER-CUTOFF
                      MOVE PCU-WARNING-TEXT TO WS-MESSAGE
                   END-IF
                END-IF
           WHEN DFHPF5
                PERFORM 2700-HANDOFF-TO-CONTACT
                     MOVE EMPLOYEE-MASTER-RECORD TO UPD-EMPLOYEE-RECORD
                     MOVE EMP-DEPARTMENT-ID TO UPD-ORIGINAL-DEPT-ID
                     MOVE SPACES TO UPD-TRANSFER-EFF-DATE
                     MOVE EMP-END-DATE TO UPD-ORIGINAL-END-DATE
                     MOVE EMP-PRIMARY-NAME TO UPD-ORIGINAL-NAME
                     MOVE SPACES TO UPD-NAME-EFF-DATE
                     MOVE SPACES TO UPD-NAME-REASON
                     PERFORM 2115-LOOKUP-EXIT-RECORD
                     MOVE 'Record Found! Edit Job Title, Department o
      -                    'r Dates, then PF4=Save/Continue or PF3=Sa
      -                    've/Exit.'
                END-EVALUATE
           END-EVALUATE.

       2115-LOOKUP-EXIT-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2115-LOOKUP-EXIT-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A LEAVER ALREADY CAPTURED SHOWS THEIR EXIT DETAILS FOR
      *    CORRECTION; ANYONE ELSE STARTS WITH A BLANK EXIT RECORD.
           INITIALIZE EXIT-INTERVIEW-RECORD.
           MOVE EMP-EMPLOYEE-ID TO EXR-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EXITREC-FILE-NAME)
                INTO (EXIT-INTERVIEW-RECORD)
                RIDFLD(EXR-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              SET UPD-EXIT-ON-FILE TO TRUE
           ELSE
              SET UPD-EXIT-NOT-ON-FILE TO TRUE
              INITIALIZE EXIT-INTERVIEW-RECORD
              MOVE EMP-EMPLOYEE-ID TO EXR-EMPLOYEE-ID
           END-IF.

           MOVE EXIT-INTERVIEW-RECORD TO UPD-EXIT-RECORD.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           MOVE UPD-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF PRNAMEL IS GREATER THAN ZERO THEN
              MOVE PRNAMEI TO EMP-PRIMARY-NAME
           END-IF.

      *    A NAME CHANGE'S EFFECTIVE DATE AND REASON RIDE IN THE
      *    CONTAINER UNTIL THE SAVE WRITES THE NAME-HISTORY RECORD.
           IF NCEFDTL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(NCEFDTI)
                   LENGTH(LENGTH OF NCEFDTI)
                   END-EXEC
              MOVE NCEFDTI(3:8) TO WS-ENTRY-DATE
              MOVE CORRESPONDING WS-ENTRY-DATE TO WS-STORE-DATE
              MOVE WS-STORE-DATE TO UPD-NAME-EFF-DATE
           END-IF.

           IF NCRSNL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(NCRSNI) TO UPD-NAME-REASON
           END-IF.

           IF JBTITLL IS GREATER THAN ZERO THEN
              MOVE JBTITLI TO EMP-JOB-TITLE
           END-IF.
                 TO EMP-EMPLOYEE-TYPE
           END-IF.

      *    WORK LOCATION - ANYTHING KEYED MUST BE ON THE LOCATION
      *    TABLE.
           IF WRKLOCL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(WRKLOCI)
                 TO EMP-WORK-LOCATION
           END-IF.

      *    WORKING PATTERN - ANYTHING KEYED MUST BE ON THE PATTERN
      *    TABLE.
           IF WRKPATL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(WRKPATI)
                 TO EMP-WORK-PATTERN
           END-IF.

      *    REPORTS-TO SUPERVISOR - ZERO CLEARS IT.
           IF SUPVIDL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(SUPVIDI)
                   LENGTH(LENGTH OF SUPVIDI)
                   END-EXEC
              MOVE SUPVIDI TO EMP-SUPERVISOR-ID
           END-IF.

      *    FTE PERCENTAGE - BLANK OR ZERO READS AS FULL TIME.
           IF FTEPCTL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
              MOVE WS-STORE-DATE TO UPD-TRANSFER-EFF-DATE
           END-IF.

      *    EXIT DETAILS - LEAVING REASON, REGRETTED-LOSS FLAG AND THE
      *    CODED EXIT-INTERVIEW ANSWERS, HELD IN THE CONTAINER NEXT
      *    TO THE MASTER IMAGE UNTIL THE SAVE.
           MOVE UPD-EXIT-RECORD TO EXIT-INTERVIEW-RECORD.

           IF LVRSNL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(LVRSNI) TO EXR-REASON-CODE
           END-IF.

           IF REGRETL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(REGRETI) TO EXR-REGRETTED-FLAG
           END-IF.

           IF EXQMGRL IS GREATER THAN ZERO THEN
              MOVE EXQMGRI TO EXR-ANS-MANAGER
           END-IF.

           IF EXQPAYL IS GREATER THAN ZERO THEN
              MOVE EXQPAYI TO EXR-ANS-PAY
           END-IF.

           IF EXQGRWL IS GREATER THAN ZERO THEN
              MOVE EXQGRWI TO EXR-ANS-GROWTH
           END-IF.

           IF EXQWKLL IS GREATER THAN ZERO THEN
              MOVE EXQWKLI TO EXR-ANS-WORKLOAD
           END-IF.

           IF EXQRTNL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(EXQRTNI) TO EXR-ANS-WOULD-RETURN
           END-IF.

      *    MAKE SURE ANY ENTERED DATE IS A REAL CALENDAR DATE (NOT
      *    JUST 8 NUMERIC DIGITS) SO A BOGUS DATE CAN BE REJECTED BELOW.
           PERFORM 2165-VALIDATE-START-DATE.
           PERFORM 2171-VALIDATE-BIRTH-DATE.
           PERFORM 2172-VALIDATE-APPRAISAL-DATE.
           PERFORM 2174-VALIDATE-EMPLOYEE-TYPE.
           PERFORM 2173-VALIDATE-WORK-LOCATION.
           PERFORM 2175-VALIDATE-WORK-PATTERN.

      *    LOOK UP THE ENTERED APPRAISAL RESULT ON THE RATING CODE
      *    TABLE SO A FREE-TEXT RATING ("MEETS EXP") CAN BE REJECTED

           PERFORM 2176-VALIDATE-TRANSFER-EFF-DATE.

           PERFORM 2168-VALIDATE-NAME-CHANGE.

      *    A NEW OR CHANGED END DATE MUST COME WITH ITS EXIT DETAILS.
           PERFORM 2179-VALIDATE-EXIT-DETAILS.
           MOVE EXIT-INTERVIEW-RECORD TO UPD-EXIT-RECORD.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE EMPLOYEE-MASTER-RECORD TO UPD-EMPLOYEE-RECORD.

      *    THE SUPERVISOR CHECK READS OTHER EMPLOYEES INTO THE MASTER
      *    RECORD AREA, SO IT RUNS ONCE THE RECORD IS SAFELY IN THE
      *    CONTAINER AND RESTORES IT FROM THERE.
           PERFORM 2177-VALIDATE-SUPERVISOR.

      *    VALIDATE FIELDS.
      *      - TO SET THE CURSOR POSITION ON THE MAP, WE MOVE -1 TO
      *        THE LENGTH OF THE FIELD THAT IS INVALID *AND* WE ADD
           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN NAME-IS-BLANK
                MOVE 'Validation Error: Primary Name is required!'
                   TO WS-MESSAGE
                MOVE -1 TO PRNAMEL
           WHEN NAME-DATE-MISSING
                MOVE 'Validation Error: Name Change needs its Effective 
      -              'Date!'
                   TO WS-MESSAGE
                MOVE -1 TO NCEFDTL
           WHEN NAME-DATE-INVALID
                MOVE 'Validation Error: Name Change Date must be a real 
      -              'date, not in the future!'
                   TO WS-MESSAGE
                MOVE -1 TO NCEFDTL
           WHEN NAME-REASON-INVALID
                MOVE 'Validation Error: Name Change Reason must be M, D,
      -              ' P or O!'
                   TO WS-MESSAGE
                MOVE -1 TO NCRSNL
           WHEN NAME-DETAILS-WITHOUT-CHANGE
                MOVE 'Validation Error: Name Change Date/Reason given bu
      -              't Name is unchanged!'
                   TO WS-MESSAGE
                MOVE -1 TO PRNAMEL
           WHEN EMP-JOB-TITLE IS EQUAL TO SPACES
                MOVE 'Validation Error: Job Title is required!'
                   TO WS-MESSAGE
                MOVE 'Validation Error: Employee Type is Inactive!'
                   TO WS-MESSAGE
                MOVE -1 TO EMPTYPL
           WHEN LOCATION-NOT-FOUND
                MOVE 'Validation Error: Work Location not on the Loca
      -              'tion table - see ELOC!'
                   TO WS-MESSAGE
                MOVE -1 TO WRKLOCL
           WHEN LOCATION-INACTIVE
                MOVE 'Validation Error: Work Location is Inactive!'
                   TO WS-MESSAGE
                MOVE -1 TO WRKLOCL
           WHEN PATTERN-NOT-FOUND
                MOVE 'Validation Error: Work Pattern not on the Pattern 
      -              'table - see EWPT!'
                   TO WS-MESSAGE
                MOVE -1 TO WRKPATL
           WHEN PATTERN-INACTIVE
                MOVE 'Validation Error: Work Pattern is Inactive!'
                   TO WS-MESSAGE
                MOVE -1 TO WRKPATL
           WHEN SUPERVISOR-IS-SELF
                MOVE 'Validation Error: An Employee cannot be their o
      -              'wn Supervisor!'
                   TO WS-MESSAGE
                MOVE -1 TO SUPVIDL
           WHEN SUPERVISOR-NOT-FOUND
                MOVE 'Validation Error: Supervisor ID not found!'
                   TO WS-MESSAGE
                MOVE -1 TO SUPVIDL
           WHEN SUPERVISOR-INACTIVE
                MOVE 'Validation Error: Supervisor is not an Active E
      -              'mployee!'
                   TO WS-MESSAGE
                MOVE -1 TO SUPVIDL
           WHEN SUPERVISOR-CYCLE
                MOVE 'Validation Error: Supervisor already reports up
      -              ' to this Employee (cycle)!'
                   TO WS-MESSAGE
                MOVE -1 TO SUPVIDL
           WHEN FTE-PERCENT-INVALID
                MOVE 'Validation Error: FTE Percent must be 1 to 100
      -              '(Blank = Full Time)!'
                MOVE 'Validation Error: Rating Code is Inactive!'
                   TO WS-MESSAGE
                MOVE -1 TO APPRESL
           WHEN EXIT-WITHOUT-END-DATE
                MOVE 'Validation Error: Leaving Reason given but no End 
      -              'Date!'
                   TO WS-MESSAGE
                MOVE -1 TO ENDATEL
           WHEN EXIT-REASON-MISSING
                MOVE 'Validation Error: Leaving Reason is required with 
      -              'an End Date!'
                   TO WS-MESSAGE
                MOVE -1 TO LVRSNL
           WHEN EXIT-REASON-NOT-FOUND
                MOVE 'Validation Error: Leaving Reason not on the Reason
      -              ' table - see EXRS!'
                   TO WS-MESSAGE
                MOVE -1 TO LVRSNL
           WHEN EXIT-REASON-INACTIVE
                MOVE 'Validation Error: Leaving Reason is Inactive!'
                   TO WS-MESSAGE
                MOVE -1 TO LVRSNL
           WHEN EXIT-REGRET-MISSING
                MOVE 'Validation Error: Regretted Loss must be Y or N!'
                   TO WS-MESSAGE
                MOVE -1 TO REGRETL
           WHEN EXIT-ANSWER-INVALID
                MOVE 'Validation Error: Exit Answers must be 1 to 5 (Wou
      -              'ld Return Y or N)!'
                   TO WS-MESSAGE
                MOVE -1 TO EXQMGRL
           WHEN NOT TRANSFER-DATE-IS-VALID
                MOVE 'Validation Error: Transfer Date must be a real
      -              'future calendar date!'
                SET EMP-TYPE-NOT-FOUND TO TRUE
           END-EVALUATE.

       2173-VALIDATE-WORK-LOCATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2173-VALIDATE-WORK-LOCATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    BLANK READS AS NOT YET ASSIGNED (EVERY RECORD LOADED BEFORE
      *    THE FIELD EXISTED), SO ONLY A KEYED CODE IS CHECKED.
           SET LOCATION-OK TO TRUE.

           IF EMP-WORK-LOCATION IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-WORK-LOCATION TO LOC-LOCATION-CODE.

           EXEC CICS READ
                FILE(APP-LOCATION-FILE-NAME)
                INTO (LOCATION-RECORD)
                RIDFLD(LOC-LOCATION-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF LOC-INACTIVE
                   SET LOCATION-INACTIVE TO TRUE
                END-IF
           WHEN OTHER
                SET LOCATION-NOT-FOUND TO TRUE
           END-EVALUATE.

       2175-VALIDATE-WORK-PATTERN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2175-VALIDATE-WORK-PATTERN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    BLANK READS AS THE STANDARD MONDAY-TO-FRIDAY WEEK (EVERY
      *    RECORD LOADED BEFORE THE FIELD EXISTED), SO ONLY A KEYED
      *    CODE IS CHECKED.
           SET PATTERN-OK TO TRUE.

           IF EMP-WORK-PATTERN IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-WORK-PATTERN TO WPT-PATTERN-CODE.

           EXEC CICS READ
                FILE(APP-WORK-PATTERN-FILE-NAME)
                INTO (WORK-PATTERN-RECORD)
                RIDFLD(WPT-PATTERN-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF WPT-INACTIVE
                   SET PATTERN-INACTIVE TO TRUE
                END-IF
           WHEN OTHER
                SET PATTERN-NOT-FOUND TO TRUE
           END-EVALUATE.

       2177-VALIDATE-SUPERVISOR.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2177-VALIDATE-SUPERVISOR' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    ZERO (OR SPACES ON A RECORD LOADED BEFORE THE FIELD
      *    EXISTED) READS AS NO SUPERVISOR, SO ONLY A KEYED ID IS
      *    CHECKED.
           SET SUPERVISOR-OK TO TRUE.

           IF EMP-SUPERVISOR-ID IS NOT NUMERIC OR
              EMP-SUPERVISOR-ID IS EQUAL TO ZERO THEN
              EXIT PARAGRAPH
           END-IF.

           IF EMP-SUPERVISOR-ID IS EQUAL TO EMP-EMPLOYEE-ID THEN
              SET SUPERVISOR-IS-SELF TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-EMPLOYEE-ID TO WS-SUPV-SUBJECT-ID.
           MOVE EMP-SUPERVISOR-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET SUPERVISOR-NOT-FOUND TO TRUE
           WHEN NOT EMP-ACTIVE
                SET SUPERVISOR-INACTIVE TO TRUE
           WHEN OTHER
      *         WALK UP THE SUPERVISOR'S OWN REPORTING CHAIN - MEETING
      *         THIS EMPLOYEE ON THE WAY MEANS THE CHANGE WOULD CLOSE
      *         A LOOP. A CHAIN LONGER THAN THE LEVEL LIMIT OR ONE
      *         THAT BREAKS OFF ABOVE IS NOT THIS CHANGE'S DOING.
                MOVE SPACES TO WS-SUPV-CHAIN-SWITCH
                MOVE ZERO TO WS-SUPV-WALK-DEPTH
                PERFORM 2178-WALK-ONE-SUPERVISOR
                   UNTIL SUPV-CHAIN-DONE OR SUPERVISOR-CYCLE
           END-EVALUATE.

           MOVE UPD-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD.

       2178-WALK-ONE-SUPERVISOR.
           ADD 1 TO WS-SUPV-WALK-DEPTH.

           EVALUATE TRUE
           WHEN WS-SUPV-WALK-DEPTH IS GREATER THAN
                APP-SPANCTL-MAX-LEVELS
                SET SUPV-CHAIN-DONE TO TRUE
           WHEN EMP-SUPERVISOR-ID IS NOT NUMERIC
                SET SUPV-CHAIN-DONE TO TRUE
           WHEN EMP-SUPERVISOR-ID IS EQUAL TO ZERO
                SET SUPV-CHAIN-DONE TO TRUE
           WHEN EMP-SUPERVISOR-ID IS EQUAL TO WS-SUPV-SUBJECT-ID
                SET SUPERVISOR-CYCLE TO TRUE
           WHEN OTHER
                MOVE EMP-SUPERVISOR-ID TO EMP-EMPLOYEE-ID
                EXEC CICS READ
                     FILE(APP-EMP-MASTER-FILE-NAME)
                     INTO (EMPLOYEE-MASTER-RECORD)
                     RIDFLD(EMP-EMPLOYEE-ID)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
                IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                   SET SUPV-CHAIN-DONE TO TRUE
                END-IF
           END-EVALUATE.

       2171-VALIDATE-BIRTH-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2171-VALIDATE-BIRTH-DATE' TO WS-DEBUG-AID.
              END-IF
           END-IF.

       2168-VALIDATE-NAME-CHANGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2168-VALIDATE-NAME-CHANGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    AN UNCHANGED NAME NEEDS NO DETAILS (AND A DATE OR REASON
      *    KEYED WITHOUT ONE IS A MISTAKE). A CHANGED NAME IS A LEGAL
      *    NAME CHANGE, NOT A SILENT OVERWRITE: IT MUST CARRY THE DATE
      *    IT TOOK EFFECT - A REAL DATE, NOT AHEAD OF TODAY - AND ONE
      *    OF THE REASON CODES ON ENAMHST.CPY.
           INITIALIZE WS-NAME-CHANGE-CHECK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           IF EMP-PRIMARY-NAME IS EQUAL TO SPACES THEN
              SET NAME-IS-BLANK TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF EMP-PRIMARY-NAME IS EQUAL TO UPD-ORIGINAL-NAME THEN
              IF UPD-NAME-EFF-DATE IS NOT EQUAL TO SPACES OR
                 UPD-NAME-REASON IS NOT EQUAL TO SPACES THEN
                 SET NAME-DETAILS-WITHOUT-CHANGE TO TRUE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           IF UPD-NAME-EFF-DATE IS EQUAL TO SPACES THEN
              SET NAME-DATE-MISSING TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF UPD-NAME-EFF-DATE IS NOT NUMERIC THEN
              SET NAME-DATE-INVALID TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE UPD-NAME-EFF-DATE TO WS-NAME-DATE-NUMERIC.
           MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-NAME-DATE-NUMERIC)
              TO WS-NAME-DATE-CHECK.
           IF WS-NAME-DATE-CHECK IS NOT EQUAL TO ZERO OR
              UPD-NAME-EFF-DATE IS GREATER THAN WS-TODAY-DATE THEN
              SET NAME-DATE-INVALID TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE UPD-NAME-REASON TO NMH-REASON-CODE.
           IF NOT NMH-REASON-VALID THEN
              SET NAME-REASON-INVALID TO TRUE
           END-IF.

       2179-VALIDATE-EXIT-DETAILS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2179-VALIDATE-EXIT-DETAILS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-EXIT-DETAILS-CHECK.

      *    NO END DATE - NOTHING TO EXPLAIN, BUT A REASON KEYED FOR
      *    SOMEONE WHO ISN'T LEAVING IS A MISTAKE. AN END DATE BEING
      *    TAKEN OFF DROPS THE EXIT RECORD AT SAVE TIME (3076).
           IF EMP-END-DATE IS EQUAL TO SPACES THEN
              IF UPD-ORIGINAL-END-DATE IS EQUAL TO SPACES AND
                 (EXR-REASON-CODE IS NOT EQUAL TO SPACES OR
                  EXR-REGRETTED-FLAG IS NOT EQUAL TO SPACES) THEN
                 SET EXIT-WITHOUT-END-DATE TO TRUE
              END-IF
              EXIT PARAGRAPH
           END-IF.

      *    AN END DATE ALREADY ON FILE FROM BEFORE EXIT DETAILS WERE
      *    CAPTURED IS LEFT ALONE UNTIL SOMEONE KEYS A REASON FOR IT.
           IF EMP-END-DATE IS EQUAL TO UPD-ORIGINAL-END-DATE AND
              EXR-REASON-CODE IS EQUAL TO SPACES AND
              EXR-REGRETTED-FLAG IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
           WHEN EXR-REASON-CODE IS EQUAL TO SPACES
                SET EXIT-REASON-MISSING TO TRUE
           WHEN NOT EXR-REGRET-VALID
                SET EXIT-REGRET-MISSING TO TRUE
           WHEN NOT EXR-ANS-MANAGER-VALID OR
                NOT EXR-ANS-PAY-VALID OR
                NOT EXR-ANS-GROWTH-VALID OR
                NOT EXR-ANS-WORKLOAD-VALID OR
                NOT EXR-ANS-RETURN-VALID
                SET EXIT-ANSWER-INVALID TO TRUE
           WHEN OTHER
      *         THE REASON MUST BE ON THE TABLE, AND ITS VOLUNTARY/
      *         INVOLUNTARY CATEGORY TRAVELS WITH THE EXIT RECORD.
                MOVE EXR-REASON-CODE TO LRS-REASON-CODE
                EXEC CICS READ
                     FILE(APP-EXITRSN-FILE-NAME)
                     INTO (LEAVING-REASON-RECORD)
                     RIDFLD(LRS-REASON-CODE)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
                EVALUATE TRUE
                WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                     SET EXIT-REASON-NOT-FOUND TO TRUE
                WHEN LRS-INACTIVE
                     SET EXIT-REASON-INACTIVE TO TRUE
                WHEN OTHER
                     MOVE LRS-CATEGORY TO EXR-REASON-CATEGORY
                END-EVALUATE
           END-EVALUATE.

       2200-SAVE-EMPLOYEE-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-EMPLOYEE-RECORD' TO WS-DEBUG-AID.
              EXIT PARAGRAPH
           END-IF.

           MOVE UPD-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD.

           INITIALIZE FIELD-CIPHER-COMMAREA.
           SET FCA-DECIPHER TO TRUE.
           SET FCA-EXTERNAL-ID TO TRUE.
           MOVE EMP-FIELD-KEY-VERSION TO FCA-KEY-VERSION.
           MOVE EMP-EXTERNAL-ID TO FCA-FIELD-VALUE.
           PERFORM 2810-LINK-TO-CIPHER.

           IF WS-CIPHER-FAILED
              MOVE 'Error: External ID Could Not Be Deciphered - Call Su
      -           'pport!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE FCA-FIELD-VALUE TO WS-CLEAR-EXTERNAL-ID.
           SET WS-UNMASKED-THIS-SCREEN TO TRUE.
           MOVE 'External ID Unmasked For This Screen - The Access H
      -        'as Been Logged.'
              TO WS-MESSAGE.

           INITIALIZE AUDIT-LOG-RECORD.
           MOVE EMP-EMPLOYEE-ID TO AUD-EMPLOYEE-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-AUDIT-TIMESTAMP.
           MOVE UPD-USER-ID TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-UPDATE-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           PERFORM 3067-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2810-LINK-TO-CIPHER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2810-LINK-TO-CIPHER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACE TO WS-CIPHER-SWITCH.

           EXEC CICS LINK
                PROGRAM(APP-CIPHER-PROGRAM-NAME)
                COMMAREA(FIELD-CIPHER-COMMAREA)
                LENGTH(LENGTH OF FIELD-CIPHER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT FCA-REQUEST-OK
              SET WS-CIPHER-FAILED TO TRUE
           END-IF.

       2300-TRANSFER-BACK-TO-MENU.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-TRANSFER-BACK-TO-MENU' TO WS-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE UPD-EMPLOYEE-RECORD.
           INITIALIZE UPD-ORIGINAL-END-DATE.
           INITIALIZE UPD-EXIT-FLAG.
           INITIALIZE UPD-EXIT-RECORD.
           SET UPD-NOT-SET TO TRUE.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           INITIALIZE EUPDMO.
                IF UPD-EMPLOYEE-RECORD(213:14) IS NOT EQUAL TO
                   WS-ONFILE-TIMESTAMP THEN
                   MOVE WS-FRESH-RECORD TO UPD-EMPLOYEE-RECORD
                   MOVE EMP-PRIMARY-NAME TO UPD-ORIGINAL-NAME
                   MOVE 'Record Changed By Another User - Review The
      -               ' Refreshed Values And Re-Apply!'
                      TO WS-MESSAGE
      *         REWRITE SUCCEEDS.
                MOVE EMP-DEPARTMENT-ID TO WS-OLD-DEPARTMENT-ID

      *         THE DEPARTMENT HEADCOUNT COUNTERS' BEFORE IMAGE TOO -
      *         A DEPARTMENT OR FTE CHANGE MOVES THEM AFTER THE
      *         REWRITE.
                INITIALIZE DEPT-COUNTER-COMMAREA
                MOVE EMP-DEPARTMENT-ID TO DCA-BEFORE-DEPARTMENT-ID
                MOVE EMP-DELETE-FLAG TO DCA-BEFORE-DELETE-FLAG
                MOVE EMP-FTE-PERCENT TO DCA-BEFORE-FTE-PERCENT

      *         SAME IDEA FOR THE APPRAISAL FIELDS - A CHANGE IS
      *         PRESERVED TO THE APPRAISAL HISTORY FILE AFTER THE
      *         REWRITE SUCCEEDS, SO EACH APPRAISAL SURVIVES THE
                MOVE EMP-END-DATE TO WS-OLD-END-DATE
                MOVE EMP-JOB-TITLE TO WS-OLD-JOB-TITLE
                MOVE EMP-START-DATE TO WS-OLD-START-DATE
                MOVE EMP-SUPERVISOR-ID TO WS-OLD-SUPERVISOR-ID
                MOVE EMP-PRIMARY-NAME TO WS-OLD-PRIMARY-NAME

                MOVE UPD-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD

                WHEN DFHRESP(NORMAL)
                     MOVE 'Employee Record Updated Successfully!'
                        TO WS-MESSAGE
                     PERFORM 3052-ADJUST-DEPT-COUNTERS
                     IF EMP-DEPARTMENT-ID IS NOT EQUAL TO
                        WS-OLD-DEPARTMENT-ID THEN
                        PERFORM 3050-RECORD-DEPARTMENT-TRANSFER
                        WS-OLD-APPRAISAL-RESULT THEN
                        PERFORM 3055-RECORD-APPRAISAL-HISTORY
                     END-IF
                     IF EMP-PRIMARY-NAME IS NOT EQUAL TO
                        WS-OLD-PRIMARY-NAME THEN
                        PERFORM 3057-RECORD-NAME-CHANGE
                     END-IF
                     PERFORM 3076-WRITE-EXIT-RECORD
                     IF WS-OLD-END-DATE IS EQUAL TO SPACES AND
                        EMP-END-DATE IS NOT EQUAL TO SPACES THEN
                        PERFORM 3075-WRITE-LEAVER-EXTRACT
                     END-IF
                     PERFORM 3060-WRITE-AUDIT-LOG-RECORD
                     IF EMP-DEPARTMENT-ID IS NOT EQUAL TO
                        WS-OLD-DEPARTMENT-ID OR
                        EMP-START-DATE IS NOT EQUAL TO
                        WS-OLD-START-DATE OR
                        EMP-END-DATE IS NOT EQUAL TO
                        WS-OLD-END-DATE THEN
                        PERFORM 3098-CHECK-PAYROLL-CUTOFF
                     END-IF
                WHEN DFHRESP(NOTOPEN)
                     MOVE 'Employee Master File Not Open!' TO WS-MESSAGE
                WHEN OTHER
                 TO WS-MESSAGE
           END-IF.

       3052-ADJUST-DEPT-COUNTERS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3052-ADJUST-DEPT-COUNTERS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A DEPARTMENT CHANGE MOVES THE HEAD BETWEEN THE TWO
      *    DEPARTMENTS' COUNTERS AND AN FTE CHANGE RE-WEIGHTS IT, IN
      *    THE SAME UNIT OF WORK AS THE REWRITE. ANY OTHER UPDATE
      *    LEAVES THE COUNTERS ALONE. A FAILURE HERE DOESN'T UNDO THE
      *    UPDATE - THE NIGHTLY EDCVP RECOUNT REPAIRS THE DRIFT.
           MOVE EMP-DEPARTMENT-ID TO DCA-AFTER-DEPARTMENT-ID.
           MOVE EMP-DELETE-FLAG TO DCA-AFTER-DELETE-FLAG.
           MOVE EMP-FTE-PERCENT TO DCA-AFTER-FTE-PERCENT.

           IF DCA-AFTER-IMAGE IS EQUAL TO DCA-BEFORE-IMAGE THEN
              EXIT PARAGRAPH
           END-IF.

           SET DCA-ADJUST TO TRUE.

           EXEC CICS LINK
                PROGRAM(APP-DEPT-CNT-PROGRAM-NAME)
                COMMAREA(DEPT-COUNTER-COMMAREA)
                LENGTH(LENGTH OF DEPT-COUNTER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3055-RECORD-APPRAISAL-HISTORY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3055-RECORD-APPRAISAL-HISTORY' TO WS-DEBUG-AID.
      -           '!' TO WS-MESSAGE
           END-IF.

       3057-RECORD-NAME-CHANGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3057-RECORD-NAME-CHANGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE OLD NAME, ITS SOUNDEX, AND THE DATE AND REASON KEYED
      *    WITH THE CHANGE - KEYED LIKE THE OTHER HISTORY FILES ABOVE.
      *    THE PHONETIC KEY IS CODED FROM THE OLD NAME (NOT COPIED OFF
      *    THE RECORD) SO IT MATCHES WHAT EVIEWP CODES AT SEARCH TIME.
           INITIALIZE NAME-HISTORY-RECORD.
           MOVE EMP-EMPLOYEE-ID TO NMH-EMPLOYEE-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NMH-CHANGE-TIMESTAMP.
           MOVE WS-OLD-PRIMARY-NAME TO NMH-PREVIOUS-NAME.
           MOVE EMP-PRIMARY-NAME TO NMH-NEW-NAME.
           MOVE UPD-NAME-EFF-DATE TO NMH-EFFECTIVE-DATE.
           MOVE UPD-NAME-REASON TO NMH-REASON-CODE.
           MOVE UPD-USER-ID TO NMH-CHANGED-BY-USER-ID.

           MOVE FUNCTION UPPER-CASE(WS-OLD-PRIMARY-NAME)
              TO WS-PHON-SOURCE-NAME.
           PERFORM 3092-CODE-PHONETIC-SOURCE.
           MOVE WS-PHON-BUILT-KEY TO NMH-PREVIOUS-PHONETIC-KEY.

           EXEC CICS WRITE
                FILE(APP-NAME-HISTORY-FILE-NAME)
                FROM(NAME-HISTORY-RECORD)
                RIDFLD(NMH-HISTORY-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Employee Updated, But Name History Not Saved!'
                 TO WS-MESSAGE
           END-IF.

      *    THE NEW NAME IS NOW THE ONE ON FILE - A FURTHER SAVE FROM
      *    THIS SCREEN MUST NOT RECORD THE SAME CHANGE TWICE.
           MOVE EMP-PRIMARY-NAME TO UPD-ORIGINAL-NAME.
           MOVE SPACES TO UPD-NAME-EFF-DATE.
           MOVE SPACES TO UPD-NAME-REASON.

       3060-WRITE-AUDIT-LOG-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3060-WRITE-AUDIT-LOG-RECORD' TO WS-DEBUG-AID.
           MOVE UPD-USER-ID TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-UPDATE-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           PERFORM 3067-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)

           MOVE ZEROES TO WS-DETAIL-SEQ.

           IF EMP-PRIMARY-NAME IS NOT EQUAL TO WS-OLD-PRIMARY-NAME
              MOVE 'PRIMARY NAME' TO WS-DETAIL-FIELD-NAME
              MOVE WS-OLD-PRIMARY-NAME TO WS-DETAIL-OLD-VALUE
              MOVE EMP-PRIMARY-NAME TO WS-DETAIL-NEW-VALUE
              PERFORM 3066-WRITE-ONE-AUDIT-DETAIL
           END-IF.

           IF EMP-JOB-TITLE IS NOT EQUAL TO WS-OLD-JOB-TITLE
              MOVE 'JOB TITLE' TO WS-DETAIL-FIELD-NAME
              MOVE WS-OLD-JOB-TITLE TO WS-DETAIL-OLD-VALUE
              PERFORM 3066-WRITE-ONE-AUDIT-DETAIL
           END-IF.

           IF EMP-SUPERVISOR-ID IS NOT EQUAL TO WS-OLD-SUPERVISOR-ID
              MOVE 'SUPERVISOR ID' TO WS-DETAIL-FIELD-NAME
              MOVE WS-OLD-SUPERVISOR-ID TO WS-DETAIL-OLD-VALUE
              MOVE EMP-SUPERVISOR-ID TO WS-DETAIL-NEW-VALUE
              PERFORM 3066-WRITE-ONE-AUDIT-DETAIL
           END-IF.

           IF EMP-END-DATE IS NOT EQUAL TO WS-OLD-END-DATE
              MOVE 'END DATE' TO WS-DETAIL-FIELD-NAME
              MOVE WS-OLD-END-DATE TO WS-DETAIL-OLD-VALUE
           MOVE WS-DETAIL-OLD-VALUE TO ADT-OLD-VALUE.
           MOVE WS-DETAIL-NEW-VALUE TO ADT-NEW-VALUE.

           PERFORM 3068-SEAL-AUDIT-DETAIL.
           EXEC CICS WRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM(AUDIT-DETAIL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3067-SEAL-AUDIT-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3067-SEAL-AUDIT-ENTRY' TO WS-DEBUG-AID.
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

       3068-SEAL-AUDIT-DETAIL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3068-SEAL-AUDIT-DETAIL' TO WS-DEBUG-AID.
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

       3070-WRITE-PENDING-CHANGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3070-WRITE-PENDING-CHANGE' TO WS-DEBUG-AID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PCH-ENTRY-TIMESTAMP.
           MOVE UPD-EMPLOYEE-RECORD TO PCH-PROPOSED-RECORD.
           MOVE UPD-USER-ID TO PCH-REQUESTED-BY-USER-ID.
      *    A LEGAL NAME CHANGE TAKES ITS EFFECTIVE DATE AND REASON
      *    ALONG, SO EPENDP CAN WRITE THE NAME-HISTORY RECORD WHEN IT
      *    APPLIES THE CHANGE (BOTH ARE BLANK FOR AN UNCHANGED NAME).
           MOVE UPD-NAME-EFF-DATE TO PCH-NAME-EFF-DATE.
           MOVE UPD-NAME-REASON TO PCH-NAME-REASON.

           EXEC CICS WRITE
                FILE(APP-PENDING-CHANGE-FILE-NAME)
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Change Submitted For Manager Approval!'
                 TO WS-MESSAGE
      *       THE EXIT DETAILS ARE KEPT STRAIGHT AWAY - THEY ONLY
      *       COUNT ON EEXTRP ONCE THE END DATE IS APPLIED TO THE
      *       MASTER, SO A REJECTED CHANGE LEAVES NOTHING REPORTED.
              PERFORM 3076-WRITE-EXIT-RECORD
           ELSE
              MOVE 'Error Writing Pending Change Record!'
                 TO WS-MESSAGE
      *    NOBODY KNEW THEY WERE ISSUED.
           PERFORM 3077-LIST-UNRETURNED-EQUIPMENT.

       3076-WRITE-EXIT-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3076-WRITE-EXIT-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE UPD-EXIT-RECORD TO EXIT-INTERVIEW-RECORD.
           MOVE EMP-EMPLOYEE-ID TO EXR-EMPLOYEE-ID.

           EVALUATE TRUE
      *    END DATE TAKEN OFF (A CORRECTION OR A WITHDRAWN
      *    RESIGNATION) - THE EXIT RECORD GOES WITH IT.
           WHEN EMP-END-DATE IS EQUAL TO SPACES
                IF UPD-EXIT-ON-FILE THEN
                   EXEC CICS DELETE
                        FILE(APP-EXITREC-FILE-NAME)
                        RIDFLD(EXR-EMPLOYEE-ID)
                        RESP(WS-CICS-RESPONSE)
                        END-EXEC
                   SET UPD-EXIT-NOT-ON-FILE TO TRUE
                END-IF
           WHEN EXR-REASON-CODE IS EQUAL TO SPACES
                CONTINUE
           WHEN OTHER
                MOVE EMP-END-DATE TO EXR-END-DATE
                MOVE EMP-DEPARTMENT-ID TO EXR-DEPARTMENT-ID
                MOVE UPD-USER-ID TO EXR-RECORDED-BY
                MOVE FUNCTION CURRENT-DATE(1:8) TO EXR-RECORDED-DATE

                EXEC CICS WRITE
                     FILE(APP-EXITREC-FILE-NAME)
                     FROM (EXIT-INTERVIEW-RECORD)
                     RIDFLD(EXR-EMPLOYEE-ID)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

      *         ALREADY CAPTURED - READ UPDATE AND REPLACE IT.
                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(DUPREC) THEN
                   EXEC CICS READ
                        FILE(APP-EXITREC-FILE-NAME)
                        INTO (WS-EXIT-RECORD-ON-FILE)
                        RIDFLD(EXR-EMPLOYEE-ID)
                        UPDATE
                        RESP(WS-CICS-RESPONSE)
                        END-EXEC
                   IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                      EXEC CICS REWRITE
                           FILE(APP-EXITREC-FILE-NAME)
                           FROM (EXIT-INTERVIEW-RECORD)
                           RESP(WS-CICS-RESPONSE)
                           END-EXEC
                   END-IF
                END-IF

                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
                   SET UPD-EXIT-ON-FILE TO TRUE
                   MOVE EXIT-INTERVIEW-RECORD TO UPD-EXIT-RECORD
                ELSE
                   MOVE 'Employee Updated, Exit Details Not Written!'
                      TO WS-MESSAGE
                END-IF
           END-EVALUATE.

       3077-LIST-UNRETURNED-EQUIPMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3077-LIST-UNRETURNED-EQUIPMENT' TO WS-DEBUG-AID.
      *    THE SOUNDS-LIKE PATH STOPS MATCHING.
           MOVE FUNCTION UPPER-CASE(EMP-PRIMARY-NAME)
              TO WS-PHON-SOURCE-NAME.
           PERFORM 3092-CODE-PHONETIC-SOURCE.
           MOVE WS-PHON-BUILT-KEY TO EMP-PHONETIC-KEY.

       3092-CODE-PHONETIC-SOURCE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3092-CODE-PHONETIC-SOURCE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CODES WHATEVER NAME SITS IN WS-PHON-SOURCE-NAME INTO
      *    WS-PHON-BUILT-KEY - THE CURRENT NAME FOR THE MASTER RECORD,
      *    OR A REPLACED NAME FOR THE NAME-HISTORY FILE.
           MOVE WS-PHON-SOURCE-NAME TO WS-PHON-CODED-NAME.

           INSPECT WS-PHON-CODED-NAME
              UNTIL WS-PHON-IN-SUB IS GREATER THAN 38
                 OR WS-PHON-OUT-SUB IS GREATER THAN 4.

       3095-CODE-ONE-LETTER.
      *    ONLY CONSONANT-CLASS DIGITS ARE KEPT, AND ONLY WHEN THEY
      *    DIFFER FROM THE PREVIOUS CHARACTER'S CODE - VOWELS AND
           MOVE WS-PHON-CODED-NAME(WS-PHON-IN-SUB:1)
              TO WS-PHON-PREV-CODE.

       3098-CHECK-PAYROLL-CUTOFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3098-CHECK-PAYROLL-CUTOFF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SAVE STANDS EITHER WAY - PAST THE CURRENT PERIOD'S
      *    CUT-OFF THE CLERK IS TOLD IT MISSES THIS PAY DATE (SEE
      *    ECUTCP AND EPAYCAL.CPY).
           INITIALIZE PAY-CUTOFF-COMMAREA.

           EXEC CICS LINK
                PROGRAM(APP-PAYCUT-PROGRAM-NAME)
                COMMAREA(PAY-CUTOFF-COMMAREA)
                LENGTH(LENGTH OF PAY-CUTOFF-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              PCU-PAST-CUTOFF THEN
              SET SAVED-AFTER-CUTOFF TO TRUE
      *       ONLY IN PLACE OF THE SUCCESS MESSAGE - A FAILURE ALREADY
      *       REPORTED FURTHER ON IN THE SAVE MUST STAY ON THE SCREEN.
              IF WS-MESSAGE IS EQUAL TO
                 'Employee Record Updated Successfully!' THEN
                 MOVE PCU-WARNING-TEXT TO WS-MESSAGE
              END-IF
           END-IF.

       8700-CHECK-WORKING-DAY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '8700-CHECK-WORKING-DAY' TO WS-DEBUG-AID.
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    PICK UP THE MONITOR'S REPLY - STATUS, MESSAGE AND THE
      *    SESSION CATEGORY IT HANDS BACK.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 4100-GET-MONITOR-CONTAINER
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Activity Monitor Program Not Found!' TO WS-MESSAGE
           WHEN OTHER

              MOVE EMP-EMPLOYEE-ID TO EMPLIDO
              MOVE EMP-PRIMARY-NAME TO PRNAMEO
      *       THE NAME IS OPEN FOR A LEGAL NAME CHANGE, KEYED WITH
      *       ITS EFFECTIVE DATE AND REASON CODE ALONGSIDE.
              MOVE DFHBMUNP TO PRNAMEA

              IF UPD-NAME-EFF-DATE IS NOT EQUAL TO SPACES THEN
                 MOVE UPD-NAME-EFF-DATE TO WS-INPUT-DATE
                 MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
                 MOVE WS-OUTPUT-DATE TO NCEFDTO
              END-IF
              MOVE UPD-NAME-REASON TO NCRSNO

              MOVE EMP-JOB-TITLE TO JBTITLO
              MOVE EMP-DEPARTMENT-ID TO DEPTIDO
              END-IF

              MOVE EMP-EMPLOYEE-TYPE TO EMPTYPO
              MOVE EMP-WORK-LOCATION TO WRKLOCO
              MOVE EMP-WORK-PATTERN TO WRKPATO

              IF EMP-SUPERVISOR-ID IS NUMERIC AND
                 EMP-SUPERVISOR-ID IS GREATER THAN ZERO THEN
                 MOVE EMP-SUPERVISOR-ID TO SUPVIDO
              END-IF

              IF EMP-FTE-PERCENT IS NUMERIC THEN
                 MOVE EMP-FTE-PERCENT TO FTEPCTO

              MOVE EMP-APPRAISAL-RESULT TO APPRESO

              IF UPD-EXIT-RECORD IS NOT EQUAL TO SPACES THEN
                 MOVE UPD-EXIT-RECORD TO EXIT-INTERVIEW-RECORD
                 MOVE EXR-REASON-CODE TO LVRSNO
                 MOVE EXR-REGRETTED-FLAG TO REGRETO
                 MOVE EXR-ANS-MANAGER TO EXQMGRO
                 MOVE EXR-ANS-PAY TO EXQPAYO
                 MOVE EXR-ANS-GROWTH TO EXQGRWO
                 MOVE EXR-ANS-WORKLOAD TO EXQWKLO
                 MOVE EXR-ANS-WOULD-RETURN TO EXQRTNO
              END-IF

              IF UPD-TRANSFER-EFF-DATE IS NOT EQUAL TO SPACES THEN
                 MOVE UPD-TRANSFER-EFF-DATE TO WS-INPUT-DATE
                 MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
                 MOVE WS-OUTPUT-DATE TO TREFDTO
              END-IF

      *       THE GOVERNMENT ID IS HELD ENCIPHERED, SO IT SHOWS
      *       MASKED TO EVERY ROLE - PF6'S AUDITED UNMASK IS THE ONLY
      *       WAY PAST THE MASK. THE LAST FOUR ARE NEVER ENCIPHERED.
              IF EMP-EXTERNAL-ID IS NOT EQUAL TO SPACES THEN
                 IF WS-UNMASKED-THIS-SCREEN THEN
                    MOVE WS-CLEAR-EXTERNAL-ID TO EXTIDO
                 ELSE
                    MOVE EMP-EXTERNAL-ID(9:4) TO WS-MSK-LAST-FOUR
                    MOVE WS-MASKED-EXTERNAL-ID TO EXTIDO
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Warning'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           END-EVALUATE.
