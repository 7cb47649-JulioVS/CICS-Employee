      *        ADMINISTRATOR RECORD AN ABSENCE (START/END DATES, TYPE,
      *        DAYS). DATES ARE VALIDATED AS REAL CALENDAR DATES THE
      *        SAME WAY EADDP'S 2155-VALIDATE-START-DATE DOES.
      *      - THE TYPE IS CHECKED AGAINST THE ABSENCE-TYPE TABLE
      *        THROUGH THE LINKED EABTCP (SEE EABSTYP.CPY), AND ITS
      *        FLAGS DECIDE WHAT THE ABSENCE DRAWS DOWN. AN INACTIVE
      *        TYPE IS REFUSED ON NEW ENTRY BUT AN EXISTING ABSENCE
      *        CAN STILL BE CORRECTED UNDER IT.
      *      - A TYPE THAT DRAWS THE LEAVE BALANCE (VACATION)
      *        AUTOMATICALLY DECREMENTS THE EMPLOYEE'S BALANCE FOR THE
      *        YEAR THE ABSENCE STARTS IN; THE FIRST ABSENCE OF A YEAR
      *        CREATES THE BALANCE RECORD WITH THE STANDARD
      *        ENTITLEMENT.
      *      - A TYPE THAT DRAWS THE TOIL BANK (TIME OFF IN LIEU, 'T')
      *        DRAWS ON THE OVERTIME
      *        HOURS BANKED THROUGH EOTAPP INSTEAD (SEE ETOILB.CPY),
      *        AT APP-TOIL-HOURS-PER-DAY HOURS PER DAY, AND IS REFUSED
      *        WHEN NOT ENOUGH HOURS ARE BANKED TO COVER IT.
      *      - PF5 STEPS THROUGH THE LOCATED EMPLOYEE'S EXISTING
      *        ABSENCES FOR CORRECTION: THE MANAGER AMENDS DATES,
      *        TYPE OR DAYS AND SAVES, OR CANCELS THE RECORD OUTRIGHT
      *        WITH PF6. EITHER WAY THE ORIGINAL VACATION DAYS (OR
      *        TOIL HOURS) GO BACK TO THEIR BALANCE BEFORE ANY AMENDED
      *        DAYS ARE CHARGED - NO MORE COMPENSATING ENTRIES
      *        WRECKING THE BALANCE.
      *      - A NEW OR AMENDED ABSENCE THAT OVERLAPS ANOTHER OF THE
      *        SAME EMPLOYEE'S ABSENCES IS REFUSED - THE OLD SCREEN
      *        SILENTLY DOUBLE-BOOKED.
      *      - DAYS ARE COUNTED AGAINST THE EMPLOYEE'S WORKING PATTERN
      *        (SEE EWKPATN.CPY): A BLANK DAYS FIELD IS DERIVED FROM
      *        THE DAYS THEY WOULD HAVE WORKED IN THE SPAN, AND AN
      *        ENTERED FIGURE ABOVE THAT IS REFUSED, SO PART-TIMERS AND
      *        SHIFT STAFF AREN'T CHARGED FOR THEIR DAYS OFF.
      *      - A SICKNESS-TYPE ABSENCE OPENS A RETURN-TO-WORK
      *        INTERVIEW ITEM FOR THE EMPLOYEE'S MANAGER THROUGH THE
      *        LINKED ESRWCP (SEE ESRWITM.CPY); CORRECTING THE SPELL
      *        REFRESHES THE ITEM, AND CANCELLING IT OR CORRECTING IT
      *        TO A NON-SICKNESS TYPE WITHDRAWS THE ITEM WHILE STILL
      *        OPEN.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - ABSENCE ENTRY CONTAINER.
      *      - ABSENCE RECORD.
      *      - LEAVE BALANCE RECORD.
      *      - TOIL BALANCE RECORD.
      *      - ABSENCE-TYPE RECORD AND ITS LOOKUP COMM-AREA.
      *      - EMPLOYEE MASTER RECORD.
      *      - WORKING-PATTERN RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY EABSCTR.
       COPY EABSENC.
       COPY ELEAVE.
       COPY ETOILB.
       COPY ELVTIER.
       COPY EMPMAST.
       COPY EWKPATN.
       COPY EMONCTR.
       COPY EPERMTX.
       COPY DEPTMAST.
       COPY EREGUSR.
       COPY EDELEG.
       COPY ESRWCA.
       COPY EABSTYP.
       COPY EABTCA.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
       01 WS-DAYS-BAD-FLAG          PIC X(1)  VALUE SPACES.
          88 DAYS-ENTRY-INVALID               VALUE 'Y'.
       01 WS-DAYS-EDIT              PIC Z9.9.
      *
      *    AN ENTERED DAYS FIGURE ABOVE THE WORKING DAYS THE
      *    EMPLOYEE'S PATTERN GIVES FOR THE SPAN IS REFUSED.
       01 WS-PATTERN-EXCEED-FLAG    PIC X(1)  VALUE SPACES.
          88 DAYS-EXCEED-PATTERN              VALUE 'Y'.
       01 WS-PATTERN-DAYS-EDIT      PIC Z9.9.
      *
       01 WS-REMAINING-DAYS         PIC S9(3)V9 USAGE COMP
                                              VALUE ZEROES.
      *
       01 WS-CORR-RESUME-KEY        PIC X(22) VALUE SPACES.
       01 WS-HOLD-RECORD            PIC X(100) VALUE SPACES.
      *
      *    AN INACTIVE TYPE IS ONLY LET THROUGH ON A CORRECTION THAT
      *    KEEPS THE ORIGINAL RECORD'S TYPE.
       01 WS-TYPE-IN-USE-FLAG       PIC X(1)  VALUE SPACES.
          88 TYPE-NO-LONGER-IN-USE            VALUE 'Y'.
       01 WS-ORIGINAL-TYPE          PIC X(1)  VALUE SPACES.
      *
       01 WS-OVERLAP-FLAG           PIC X(1)  VALUE SPACES.
          88 ABSENCE-OVERLAP-FOUND            VALUE 'Y'.
       01 WS-CHK-OWN-TIMESTAMP      PIC X(14) VALUE SPACES.
      *
       01 WS-BALANCE-MSG-PREFIX     PIC X(20) VALUE SPACES.
      *
      *    TIME OFF IN LIEU IS BANKED IN HOURS - A 'T' ABSENCE'S DAYS
      *    ARE CONVERTED AT APP-TOIL-HOURS-PER-DAY BEFORE THEY ARE
      *    CHECKED AGAINST, OR DRAWN FROM, THE ETOILB BALANCE.
      *
       01 WS-TOIL-SHORT-FLAG        PIC X(1)  VALUE SPACES.
          88 TOIL-BALANCE-SHORT               VALUE 'Y'.
       01 WS-TOIL-HOURS-NEEDED      PIC 9(4)V9 VALUE ZEROES.
       01 WS-TOIL-HOURS-AVAILABLE   PIC S9(5)V9 USAGE COMP
                                              VALUE ZEROES.
       01 WS-TOIL-DISPLAY           PIC ZZZ9.9-.
      *
       01 WS-BALANCE-TEXT.
          05 WS-BAL-TAKEN           PIC ZZ9.9.
      *
      *    BUSINESS-DAY CALENDAR WORK FIELDS (SEE EHOLDAY.CPY) - THE
      *    DAY-OF-WEEK TRICK IS ESICKP'S: INTEGER-OF-DATE COUNTS
      *    FROM A MONDAY, SO THE DAY NUMBER MOD 7 GIVES 1 FOR MONDAY
      *    THROUGH 6 FOR SATURDAY AND 0 FOR SUNDAY.
       01 WS-WDY-DATE               PIC 9(8)  VALUE ZEROES.
       01 WS-WDY-DAY-OF-WEEK        PIC S9(4) USAGE IS BINARY.
       01 WS-WDY-FLAG               PIC X(1)  VALUE SPACES.
          88 WS-DAY-IS-WORKING                VALUE 'Y'.
       01 WS-WDY-FRACTION           PIC 9V9   VALUE ZEROES.
      *
      *    THE EMPLOYEE'S WORKING WEEK (SEE EWKPATN.CPY), MONDAY
      *    FIRST, LOADED BY 8710 - THE STANDARD WEEK UNTIL THEN.
       01 WS-PATTERN-WEEK           PIC X(7)  VALUE 'FFFFFOO'.
       01 WS-PATTERN-DAYS REDEFINES WS-PATTERN-WEEK.
          05 WS-PATTERN-DAY         PIC X(1)  OCCURS 7 TIMES.
       01 WS-PATTERN-DAY-SUB        PIC S9(4) USAGE IS BINARY.
       01 WS-PATTERN-EMPLOYEE-ID    PIC 9(8)  VALUE ZEROES.
      *
       01 WS-BUSDAY-COUNT           PIC 9(3)V9 VALUE ZEROES.
       01 WS-BUSDAY-WALK-INT        PIC S9(8) USAGE IS BINARY.
       01 WS-BUSDAY-END-INT         PIC S9(8) USAGE IS BINARY.
       01 WS-BUSDAY-STEPS           PIC S9(4) USAGE IS BINARY.
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    THE CATEGORY CAN CHANGE MID-CONVERSATION - A BREAK-GLASS
      *    ELEVATION STARTING OR RUNNING OUT - SO KEEP OURS CURRENT.
           MOVE MON-USER-CATEGORY TO ABSC-USER-CATEGORY.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE
                     MOVE EMP-EMPLOYEE-ID TO ABS-EMPLOYEE-ID
                     MOVE ABSENCE-RECORD TO ABSC-ABSENCE-RECORD
                     MOVE 'Employee Located! Enter Dates, Type (V/S/U
      -                   '/T) and Days, then PF4=Save.'
                        TO WS-MESSAGE
                     MOVE -1 TO STDATEL
                END-EVALUATE
           PERFORM 2160-VALIDATE-START-DATE.
           PERFORM 2165-VALIDATE-END-DATE.

      *    THE TYPE'S BEHAVIOUR COMES FROM THE ABSENCE-TYPE TABLE.
           PERFORM 8800-LOOKUP-ABSENCE-TYPE.
           PERFORM 2175-CHECK-TYPE-IN-USE.

      *    THE SPAN IS COUNTED AGAINST THE EMPLOYEE'S WORKING
      *    PATTERN (SEE EWKPATN.CPY) - DAYS OFF AND ACTIVE HOLIDAYS
      *    SKIPPED (SEE EHOLDAY.CPY), HALF DAYS COUNTED AS HALF. A
      *    BLANK DAYS FIELD IS DERIVED FROM THE COUNT INSTEAD OF
      *    DEFAULTING TO NOTHING; AN ENTERED FIGURE MAY NOT EXCEED
      *    IT (UNLESS THE SPAN CAP CUT THE WALK SHORT).
           MOVE SPACE TO WS-PATTERN-EXCEED-FLAG.
           MOVE ABS-EMPLOYEE-ID TO WS-PATTERN-EMPLOYEE-ID.
           PERFORM 8710-LOAD-WORK-PATTERN.

           IF ABS-START-DATE IS NUMERIC AND
              ABS-END-DATE IS NUMERIC AND
              START-DATE-IS-VALID AND
              END-DATE-IS-VALID AND
              ABS-END-DATE IS NOT LESS THAN ABS-START-DATE
              PERFORM 8720-COUNT-BUSINESS-DAYS
              EVALUATE TRUE
              WHEN ABS-DAYS-TAKEN IS EQUAL TO ZERO
                   IF WS-BUSDAY-COUNT IS LESS THAN 100
                      MOVE WS-BUSDAY-COUNT TO ABS-DAYS-TAKEN
                   END-IF
              WHEN ABS-DAYS-TAKEN IS NOT NUMERIC
                   CONTINUE
              WHEN ABS-DAYS-TAKEN IS GREATER THAN WS-BUSDAY-COUNT
                   AND WS-BUSDAY-STEPS IS NOT GREATER THAN
                       APP-BUSDAY-SPAN-CAP
                   SET DAYS-EXCEED-PATTERN TO TRUE
              END-EVALUATE
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
      *    ABSENCES IS REFUSED BEFORE IT CAN DOUBLE-BOOK THE DAYS.
           PERFORM 2180-CHECK-ABSENCE-OVERLAP.

      *    TIME OFF IN LIEU CAN ONLY BE TAKEN ONCE IT IS BANKED.
           PERFORM 2170-CHECK-TOIL-AVAILABLE.

      *    VALIDATE FIELDS.
           INITIALIZE WS-VALIDATION-FLAG.

      -              '!'
                   TO WS-MESSAGE
                MOVE -1 TO ENDATEL
           WHEN ATL-TYPE-UNKNOWN
                MOVE 'Validation Error: Type is not on the Absence Type 
      -              'table!'
                   TO WS-MESSAGE
                MOVE -1 TO ABSTYPL
           WHEN TYPE-NO-LONGER-IN-USE
                MOVE 'Validation Error: Absence Type is no longer in use
      -              '!'
                   TO WS-MESSAGE
                MOVE -1 TO ABSTYPL
           WHEN DAYS-ENTRY-INVALID
      -              '!'
                   TO WS-MESSAGE
                MOVE -1 TO ABSDAYL
           WHEN DAYS-EXCEED-PATTERN
                MOVE WS-BUSDAY-COUNT TO WS-PATTERN-DAYS-EDIT
                STRING 'Validation Error: Only '
                       FUNCTION TRIM(WS-PATTERN-DAYS-EDIT)
                       ' Working Days In That Span For This Employee!'
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE
                END-STRING
                MOVE -1 TO ABSDAYL
           WHEN ABSENCE-OVERLAP-FOUND
                MOVE 'Validation Error: Dates Overlap An Existing Abs
      -              'ence For This Employee!'
                   TO WS-MESSAGE
                MOVE -1 TO STDATEL
           WHEN TOIL-BALANCE-SHORT
                MOVE 'Validation Error: Not Enough Time Off In Lieu Bank
      -              'ed!'
                   TO WS-MESSAGE
                MOVE -1 TO ABSDAYL
           WHEN OTHER
      *         VALID EITHER WAY - BUT A START DATE THAT ISN'T A
      *         WORKING DAY EARNS A WARNING RATHER THAN A REFUSAL.
                 TO WS-END-DATE-CHECK
           END-IF.

       2170-CHECK-TOIL-AVAILABLE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2170-CHECK-TOIL-AVAILABLE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE HOURS THIS ABSENCE WOULD DRAW MUST BE BANKED ALREADY.
      *    A CORRECTION OF A 'T' ABSENCE GETS ITS OWN ORIGINAL HOURS
      *    COUNTED BACK IN, SINCE 3250 RETURNS THEM BEFORE THE
      *    AMENDED DAYS ARE DRAWN. THE WORKING COPY IS PARKED AND
      *    RESTORED AROUND THE ORIGINAL'S FIELDS, SAME AS 3250.
           INITIALIZE WS-TOIL-SHORT-FLAG.

           IF NOT ABT-DRAWS-TOIL-BANK OR
              ABS-DAYS-TAKEN IS NOT NUMERIC THEN
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-TOIL-HOURS-NEEDED =
              ABS-DAYS-TAKEN * APP-TOIL-HOURS-PER-DAY.
           MOVE ZEROES TO WS-TOIL-HOURS-AVAILABLE.

           MOVE ABS-EMPLOYEE-ID TO TLB-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-TOIL-BALANCE-FILE-NAME)
                INTO (TOIL-BALANCE-RECORD)
                RIDFLD(TLB-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              COMPUTE WS-TOIL-HOURS-AVAILABLE =
                 TLB-HOURS-EARNED - TLB-HOURS-TAKEN
           END-IF.

           IF ABSC-CORRECTION-MODE THEN
              MOVE ABSENCE-RECORD TO WS-HOLD-RECORD
              MOVE ABSC-ORIGINAL-RECORD TO ABSENCE-RECORD
              PERFORM 8800-LOOKUP-ABSENCE-TYPE
              IF ABT-DRAWS-TOIL-BANK AND
                 ABS-DAYS-TAKEN IS NUMERIC THEN
                 COMPUTE WS-TOIL-HOURS-AVAILABLE =
                    WS-TOIL-HOURS-AVAILABLE +
                    ABS-DAYS-TAKEN * APP-TOIL-HOURS-PER-DAY
              END-IF
              MOVE WS-HOLD-RECORD TO ABSENCE-RECORD
              PERFORM 8800-LOOKUP-ABSENCE-TYPE
           END-IF.

           IF WS-TOIL-HOURS-NEEDED IS GREATER THAN
              WS-TOIL-HOURS-AVAILABLE THEN
              SET TOIL-BALANCE-SHORT TO TRUE
           END-IF.

       2175-CHECK-TYPE-IN-USE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2175-CHECK-TYPE-IN-USE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A TYPE SET INACTIVE ON EABTADM TAKES NO NEW ABSENCES, BUT A
      *    CORRECTION THAT LEAVES AN OLD ABSENCE'S TYPE ALONE IS FINE.
      *    THE WORKING COPY IS PARKED AND RESTORED AROUND THE
      *    ORIGINAL'S FIELDS, SAME AS 3250.
           MOVE SPACE TO WS-TYPE-IN-USE-FLAG.

           IF NOT ATL-TYPE-INACTIVE THEN
              EXIT PARAGRAPH
           END-IF.

           IF ABSC-CORRECTION-MODE THEN
              MOVE ABSENCE-RECORD TO WS-HOLD-RECORD
              MOVE ABSC-ORIGINAL-RECORD TO ABSENCE-RECORD
              MOVE ABS-ABSENCE-TYPE TO WS-ORIGINAL-TYPE
              MOVE WS-HOLD-RECORD TO ABSENCE-RECORD
              IF ABS-ABSENCE-TYPE IS EQUAL TO WS-ORIGINAL-TYPE THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           SET TYPE-NO-LONGER-IN-USE TO TRUE.

       2195-CHECK-EMPLOYEE-IN-SCOPE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2195-CHECK-EMPLOYEE-IN-SCOPE' TO WS-DEBUG-AID.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Absence Cancelled - Leave Returned To Balance!'
                   TO WS-MESSAGE
                SET RWA-WITHDRAW TO TRUE
                PERFORM 3300-LINK-RTW-ITEM
                PERFORM 3250-CREDIT-ORIGINAL-BALANCE
                SET ABSC-NEW-ENTRY-MODE TO TRUE
                INITIALIZE ABSC-ORIGINAL-RECORD
           WHEN DFHRESP(NORMAL)
                MOVE 'Absence Recorded Successfully!' TO WS-MESSAGE
                MOVE 'Absence Recorded - ' TO WS-BALANCE-MSG-PREFIX
                IF ABT-COUNTS-AS-SICKNESS
                   SET RWA-OPEN TO TRUE
                   PERFORM 3300-LINK-RTW-ITEM
                END-IF
                PERFORM 3100-UPDATE-LEAVE-BALANCE
      *         START A FRESH ENTRY FOR THE SAME EMPLOYEE.
                INITIALIZE ABSENCE-RECORD
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    ONLY A TYPE FLAGGED TO DRAW THE LEAVE BALANCE (VACATION)
      *    COMES OUT OF THE ENTITLEMENT - SICK, UNPAID AND THE OTHER
      *    TYPES ARE RECORDED BUT DON'T TOUCH THE BALANCE. A TYPE
      *    FLAGGED TO DRAW THE TOIL BANK COMES OUT OF THE BANKED
      *    OVERTIME HOURS.
           IF ABT-DRAWS-TOIL-BANK THEN
              PERFORM 3120-DRAW-TOIL-BALANCE
              EXIT PARAGRAPH
           END-IF.

           IF NOT ABT-DRAWS-LEAVE-BALANCE THEN
              EXIT PARAGRAPH
           END-IF.

                 TO WS-MESSAGE
           END-IF.

       3120-DRAW-TOIL-BALANCE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3120-DRAW-TOIL-BALANCE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    2170 ALREADY PROVED THE HOURS ARE BANKED, SO THE BALANCE
      *    RECORD IS THERE TO DRAW ON - IT IS ONLY EVER CREATED BY AN
      *    EOTAPP APPROVAL.
           MOVE ABS-EMPLOYEE-ID TO TLB-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-TOIL-BALANCE-FILE-NAME)
                INTO (TOIL-BALANCE-RECORD)
                RIDFLD(TLB-EMPLOYEE-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Absence Recorded, But TOIL Balance Not Updated!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           COMPUTE TLB-HOURS-TAKEN = TLB-HOURS-TAKEN +
              ABS-DAYS-TAKEN * APP-TOIL-HOURS-PER-DAY.
           MOVE ABSC-USER-ID TO TLB-LAST-UPDATED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TLB-LAST-UPDATED-DATE.

           EXEC CICS REWRITE
                FILE(APP-TOIL-BALANCE-FILE-NAME)
                FROM (TOIL-BALANCE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              COMPUTE WS-TOIL-HOURS-AVAILABLE =
                 TLB-HOURS-EARNED - TLB-HOURS-TAKEN
              MOVE WS-TOIL-HOURS-AVAILABLE TO WS-TOIL-DISPLAY
              STRING FUNCTION TRIM(WS-BALANCE-MSG-PREFIX)
                     ' '
                     FUNCTION TRIM(WS-TOIL-DISPLAY)
                     ' Hour(s) Of Time Off In Lieu Left.'
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
           ELSE
              MOVE 'Absence Recorded, But TOIL Balance Not Updated!'
                 TO WS-MESSAGE
           END-IF.

       3200-REWRITE-ABSENCE-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3200-REWRITE-ABSENCE-RECORD' TO WS-DEBUG-AID.
           WHEN DFHRESP(NORMAL)
                MOVE 'Absence Corrected Successfully!' TO WS-MESSAGE
                MOVE 'Absence Corrected -' TO WS-BALANCE-MSG-PREFIX
                IF ABT-COUNTS-AS-SICKNESS
                   SET RWA-OPEN TO TRUE
                ELSE
                   SET RWA-WITHDRAW TO TRUE
                END-IF
                PERFORM 3300-LINK-RTW-ITEM
                PERFORM 3100-UPDATE-LEAVE-BALANCE
                SET ABSC-NEW-ENTRY-MODE TO TRUE
                INITIALIZE ABSC-ORIGINAL-RECORD
      *    >>> -------------- <<<

      *    RETURN THE ORIGINAL RECORD'S VACATION DAYS TO THE YEAR
      *    THEY WERE CHARGED TO, OR ITS TOIL HOURS TO THE BANK. THE
      *    WORKING COPY IS PARKED AND RESTORED AROUND THE ORIGINAL'S
      *    FIELDS. A BALANCE THAT WOULD GO NEGATIVE IS FLOORED AT
      *    ZERO - BETTER A DAY GIVEN AWAY THAN AN IMPOSSIBLE NEGATIVE
      *    ON THE EMPLOYEE'S RECORD.
           MOVE ABSENCE-RECORD TO WS-HOLD-RECORD.
           MOVE ABSC-ORIGINAL-RECORD TO ABSENCE-RECORD.
           PERFORM 8800-LOOKUP-ABSENCE-TYPE.

           IF ABT-DRAWS-LEAVE-BALANCE THEN
              MOVE ABS-EMPLOYEE-ID TO LVB-EMPLOYEE-ID
              MOVE ABS-START-DATE(1:4) TO LVB-LEAVE-YEAR

              END-IF
           END-IF.

           IF ABT-DRAWS-TOIL-BANK THEN
              COMPUTE WS-TOIL-HOURS-NEEDED =
                 ABS-DAYS-TAKEN * APP-TOIL-HOURS-PER-DAY
              MOVE ABS-EMPLOYEE-ID TO TLB-EMPLOYEE-ID

              EXEC CICS READ
                   FILE(APP-TOIL-BALANCE-FILE-NAME)
                   INTO (TOIL-BALANCE-RECORD)
                   RIDFLD(TLB-EMPLOYEE-ID)
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
                 IF WS-TOIL-HOURS-NEEDED IS GREATER THAN
                    TLB-HOURS-TAKEN
                    MOVE ZEROES TO TLB-HOURS-TAKEN
                 ELSE
                    SUBTRACT WS-TOIL-HOURS-NEEDED FROM TLB-HOURS-TAKEN
                 END-IF
                 MOVE ABSC-USER-ID TO TLB-LAST-UPDATED-BY
                 MOVE FUNCTION CURRENT-DATE(1:8)
                    TO TLB-LAST-UPDATED-DATE

                 EXEC CICS REWRITE
                      FILE(APP-TOIL-BALANCE-FILE-NAME)
                      FROM (TOIL-BALANCE-RECORD)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
              END-IF
           END-IF.

           MOVE WS-HOLD-RECORD TO ABSENCE-RECORD.
           PERFORM 8800-LOOKUP-ABSENCE-TYPE.

       3300-LINK-RTW-ITEM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3300-LINK-RTW-ITEM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE CALLER HAS SET OPEN OR WITHDRAW; THE ABSENCE JUST
      *    WRITTEN, REWRITTEN OR DELETED IS STILL IN ABSENCE-RECORD.
      *    A FAILURE HERE DOESN'T UNDO THE ABSENCE - THE INTERVIEW
      *    ITEM IS ONLY ITS FOLLOW-UP.
           MOVE ABS-ABSENCE-KEY TO RWA-ABSENCE-KEY.
           MOVE ABS-START-DATE TO RWA-SICK-START-DATE.
           MOVE ABS-END-DATE TO RWA-SICK-END-DATE.
           MOVE ABS-DAYS-TAKEN TO RWA-DAYS-TAKEN.

           EXEC CICS LINK
                PROGRAM(APP-RTWITEM-PROGRAM-NAME)
                COMMAREA(RTW-ITEM-COMMAREA)
                LENGTH(LENGTH OF RTW-ITEM-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3150-DERIVE-ENTITLEMENT.
      *    >>> DEBUGGING ONLY <<<
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE CALLER PUTS THE DATE IN WS-WDY-DATE. A DAY OFF IN THE
      *    LOADED WORKING PATTERN (THE WEEKEND ON A STANDARD WEEK) OR
      *    AN ACTIVE ROW ON THE HOLIDAY CALENDAR MAKES IT A NON-
      *    WORKING DAY; A CALENDAR FILE THAT ISN'T THERE JUST MEANS
      *    NO HOLIDAYS ARE RECORDED. WS-WDY-FRACTION SAYS HOW MUCH OF
      *    A DAY IT COUNTS FOR - A PATTERN HALF DAY COUNTS AS .5.
           SET WS-DAY-IS-WORKING TO TRUE.
           MOVE 1 TO WS-WDY-FRACTION.

           COMPUTE WS-WDY-DAY-OF-WEEK = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(WS-WDY-DATE), 7).

           IF WS-WDY-DAY-OF-WEEK IS EQUAL TO 0
              MOVE 7 TO WS-PATTERN-DAY-SUB
           ELSE
              MOVE WS-WDY-DAY-OF-WEEK TO WS-PATTERN-DAY-SUB
           END-IF.

           EVALUATE WS-PATTERN-DAY(WS-PATTERN-DAY-SUB)
           WHEN 'O'
                MOVE SPACE TO WS-WDY-FLAG
                MOVE ZERO TO WS-WDY-FRACTION
                EXIT PARAGRAPH
           WHEN 'H'
                MOVE .5 TO WS-WDY-FRACTION
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           MOVE WS-WDY-DATE TO HOL-HOLIDAY-DATE.

           EXEC CICS READ
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              HOL-ACTIVE
              MOVE SPACE TO WS-WDY-FLAG
              MOVE ZERO TO WS-WDY-FRACTION
           END-IF.

       8710-LOAD-WORK-PATTERN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '8710-LOAD-WORK-PATTERN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE CALLER PUTS THE EMPLOYEE IN WS-PATTERN-EMPLOYEE-ID.
      *    NO PATTERN ON THE MASTER, OR A CODE NO LONGER ON THE
      *    TABLE, LEAVES THE STANDARD MONDAY-TO-FRIDAY WEEK.
           MOVE APP-STANDARD-WORK-WEEK TO WS-PATTERN-WEEK.

           MOVE WS-PATTERN-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              EMP-WORK-PATTERN IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-WORK-PATTERN TO WPT-PATTERN-CODE.

           EXEC CICS READ
                FILE(APP-WORK-PATTERN-FILE-NAME)
                INTO (WORK-PATTERN-RECORD)
                RIDFLD(WPT-PATTERN-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE WPT-WORK-WEEK TO WS-PATTERN-WEEK
           END-IF.

       8720-COUNT-BUSINESS-DAYS.
      *    >>> -------------- <<<

      *    WALK THE SPAN ONE DAY AT A TIME, COUNTING ONLY WORKING
      *    DAYS (A PATTERN HALF DAY AS .5) - THE CAP BOUNDS THE WALK
      *    ON A FAT-FINGERED RANGE.
           MOVE ZERO TO WS-BUSDAY-COUNT.
           MOVE ZERO TO WS-BUSDAY-STEPS.

           PERFORM 8700-CHECK-WORKING-DAY.

           IF WS-DAY-IS-WORKING
              ADD WS-WDY-FRACTION TO WS-BUSDAY-COUNT
           END-IF.

           ADD 1 TO WS-BUSDAY-WALK-INT.
           ADD 1 TO WS-BUSDAY-STEPS.

       8800-LOOKUP-ABSENCE-TYPE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '8800-LOOKUP-ABSENCE-TYPE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE TYPE ROW FOR ABS-ABSENCE-TYPE LANDS IN
      *    ABSENCE-TYPE-RECORD. A LOOKUP THAT CAN'T BE LINKED TO
      *    READS AS AN UNKNOWN TYPE, SO NOTHING IS DRAWN DOWN ON A
      *    GUESS.
           INITIALIZE ABS-TYPE-LOOKUP-COMMAREA.
           MOVE ABS-ABSENCE-TYPE TO ATL-TYPE-CODE.

           EXEC CICS LINK
                PROGRAM(APP-ABSTYPE-PROGRAM-NAME)
                COMMAREA(ABS-TYPE-LOOKUP-COMMAREA)
                LENGTH(LENGTH OF ABS-TYPE-LOOKUP-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              INITIALIZE ABS-TYPE-LOOKUP-COMMAREA
              SET ATL-TYPE-UNKNOWN TO TRUE
           END-IF.

           MOVE ATL-TYPE-RECORD TO ABSENCE-TYPE-RECORD.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------
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
