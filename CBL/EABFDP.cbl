      *        EMPLOYEE), ITS DATES AND TYPE ARE CHECKED, AND IT IS
      *        REFUSED IF IT OVERLAPS AN ABSENCE ALREADY ON FILE -
      *        THE SAME EDITS EABSNP APPLIES AT THE SCREEN. ACCEPTED
      *        RECORDS ARE WRITTEN TO EABSENC AND AN ABSENCE WHOSE
      *        TYPE DRAWS THE LEAVE BALANCE (VACATION - SEE
      *        EABSTYP.CPY, THROUGH THE LINKED EABTCP) COMES OUT OF
      *        THE LEAVE BALANCE EXACTLY AS A KEYED ONE
      *        WOULD (TIER-DERIVED, FTE-PRORATED ENTITLEMENT ON THE
      *        YEAR'S FIRST ABSENCE).
      *      - THE BADGE DAYS ARE CAPPED AT THE WORKING DAYS THE
      *        EMPLOYEE'S PATTERN (SEE EWKPATN.CPY) GIVES FOR THE
      *        SPAN, HOLIDAYS SKIPPED - THE SAME COUNT EABSNP DERIVES -
      *        AND A SPAN THEY WOULDN'T HAVE WORKED AT ALL IS REFUSED.
      *      - EVERY ACCEPT AND EVERY REJECT (WITH ITS REASON) GOES
      *        TO THE REPORT QUEUE FOR THE MORNING AUDIT, AND THE
      *        REPLY CARRIES THE TWO COUNTS.
      *      - THE TYPE MUST BE ACTIVE ON THE ABSENCE-TYPE TABLE. A
      *        TYPE THAT DRAWS THE TOIL BANK IS REFUSED - THE BANKED
      *        HOURS ARE ONLY CHECKED WHEN IT IS KEYED ON EABSNP.
      *      - AN ACCEPTED SICKNESS-TYPE RECORD OPENS A RETURN-TO-
      *        WORK INTERVIEW ITEM FOR THE EMPLOYEE'S MANAGER THROUGH
      *        THE LINKED ESRWCP, AS A KEYED ONE DOES ON EABSNP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - ABSENCE RECORD.
      *      - LEAVE BALANCE RECORD.
      *      - LEAVE ENTITLEMENT TIER RECORD.
      *      - HOLIDAY CALENDAR AND WORKING-PATTERN RECORDS.
      *      - RETURN-TO-WORK ITEM COMM-AREA.
      *      - ABSENCE-TYPE RECORD AND ITS LOOKUP COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY EMPMAST.
       COPY EABSENC.
       COPY ELEAVE.
       COPY ELVTIER.
       COPY EHOLDAY.
       COPY EWKPATN.
       COPY ESRWCA.
       COPY EABSTYP.
       COPY EABTCA.
      ******************************************************************
      *   DEFINE THE FIXED-WIDTH FEED RECORD AS THE CLOCK SYSTEM
      *   DROPS IT - EMPLOYEE, TYPE, DATE SPAN AND THE DAYS TAKEN
          88 WS-RECORD-IS-CLEAN                   VALUE SPACES.
      *
       01 WS-FEED-DAYS-VALUE            PIC 9(2)V9 VALUE ZEROES.
      *
       01 WS-DAYS-CAPPED-FLAG           PIC X(1)  VALUE SPACES.
          88 FEED-DAYS-CAPPED                     VALUE 'Y'.
      *
       01 WS-OVERLAP-FLAG               PIC X(1)  VALUE SPACES.
          88 ABSENCE-OVERLAP-FOUND                VALUE 'Y'.
      *
       01 WS-TIER-SCAN-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-TIER-SCAN-DONE                    VALUE 'Y'.
      *
      *    BUSINESS-DAY CALENDAR WORK FIELDS (SEE EHOLDAY.CPY) - THE
      *    DAY-OF-WEEK TRICK IS ESICKP'S: INTEGER-OF-DATE COUNTS
      *    FROM A MONDAY, SO THE DAY NUMBER MOD 7 GIVES 1 FOR MONDAY
      *    THROUGH 6 FOR SATURDAY AND 0 FOR SUNDAY.
       01 WS-WDY-DATE                   PIC 9(8)  VALUE ZEROES.
       01 WS-WDY-DAY-OF-WEEK            PIC S9(4) USAGE IS BINARY.
       01 WS-WDY-FLAG                   PIC X(1)  VALUE SPACES.
          88 WS-DAY-IS-WORKING                    VALUE 'Y'.
       01 WS-WDY-FRACTION               PIC 9V9   VALUE ZEROES.
      *
      *    THE EMPLOYEE'S WORKING WEEK (SEE EWKPATN.CPY), MONDAY
      *    FIRST, LOADED BY 8710 - THE STANDARD WEEK UNTIL THEN.
       01 WS-PATTERN-WEEK               PIC X(7)  VALUE 'FFFFFOO'.
       01 WS-PATTERN-DAYS REDEFINES WS-PATTERN-WEEK.
          05 WS-PATTERN-DAY             PIC X(1)  OCCURS 7 TIMES.
       01 WS-PATTERN-DAY-SUB            PIC S9(4) USAGE IS BINARY.
       01 WS-PATTERN-EMPLOYEE-ID        PIC 9(8)  VALUE ZEROES.
      *
       01 WS-BUSDAY-COUNT               PIC 9(3)V9 VALUE ZEROES.
       01 WS-BUSDAY-WALK-INT            PIC S9(8) USAGE IS BINARY.
       01 WS-BUSDAY-END-INT             PIC S9(8) USAGE IS BINARY.
       01 WS-BUSDAY-STEPS               PIC S9(4) USAGE IS BINARY.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO TO WS-FEED-DAYS-VALUE.

           MOVE WS-FEED-ABSENCE-TYPE TO ABS-ABSENCE-TYPE.
           PERFORM 8800-LOOKUP-ABSENCE-TYPE.

           EVALUATE TRUE
           WHEN WS-FEED-EMPLOYEE-ID IS NOT NUMERIC
                MOVE 'EMPLOYEE ID NOT NUMERIC'
                   TO WS-REJECT-REASON
           WHEN ATL-TYPE-UNKNOWN
                MOVE 'ABSENCE TYPE NOT ON TYPE TABLE'
                   TO WS-REJECT-REASON
           WHEN ATL-TYPE-INACTIVE
                MOVE 'ABSENCE TYPE NO LONGER IN USE'
                   TO WS-REJECT-REASON
           WHEN ABT-DRAWS-TOIL-BANK
                MOVE 'TOIL TYPE - KEY IT ON EABSNP'
                   TO WS-REJECT-REASON
           WHEN WS-FEED-START-DATE IS NOT NUMERIC OR
                WS-FEED-END-DATE IS NOT NUMERIC
           IF ABSENCE-OVERLAP-FOUND
              MOVE 'OVERLAPS AN ABSENCE ON FILE'
                 TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

      *    COUNT THE SPAN AGAINST THE EMPLOYEE'S WORKING PATTERN -
      *    NOTHING TO CHARGE MEANS THE BADGE DATA IS WRONG, AND 2300
      *    CHARGES NO MORE THAN THE COUNT.
           MOVE WS-FEED-EMPLOYEE-ID TO WS-PATTERN-EMPLOYEE-ID.
           PERFORM 8710-LOAD-WORK-PATTERN.
           PERFORM 8720-COUNT-BUSINESS-DAYS.

           IF WS-BUSDAY-COUNT IS EQUAL TO ZERO
              MOVE 'NO WORKING DAYS IN PATTERN' TO WS-REJECT-REASON
           END-IF.

       2250-CHECK-ABSENCE-OVERLAP.
           MOVE WS-FEED-DAYS-VALUE TO ABS-DAYS-TAKEN.
           MOVE APP-ABSFEED-PROGRAM-NAME TO ABS-ENTERED-BY-USER-ID.

      *    MORE BADGE DAYS THAN THE EMPLOYEE WOULD HAVE WORKED ARE
      *    ONLY CHARGED THE WORKING DAYS (UNLESS THE SPAN CAP CUT THE
      *    WALK SHORT) - THE AUDIT LINE SAYS SO.
           MOVE SPACE TO WS-DAYS-CAPPED-FLAG.
           IF ABS-DAYS-TAKEN IS GREATER THAN WS-BUSDAY-COUNT AND
              WS-BUSDAY-STEPS IS NOT GREATER THAN APP-BUSDAY-SPAN-CAP
              MOVE WS-BUSDAY-COUNT TO ABS-DAYS-TAKEN
              SET FEED-DAYS-CAPPED TO TRUE
           END-IF.

           EXEC CICS WRITE
                FILE(APP-ABSENCE-FILE-NAME)
                FROM (ABSENCE-RECORD)
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                ADD 1 TO WS-RECORDS-ACCEPTED
                IF ABT-COUNTS-AS-SICKNESS
                   PERFORM 2350-OPEN-RTW-ITEM
                END-IF
                PERFORM 3100-UPDATE-LEAVE-BALANCE
                MOVE 'ACCEPTED' TO WS-RPT-ACTION
                MOVE SPACES TO WS-REJECT-REASON
                IF FEED-DAYS-CAPPED
                   MOVE 'DAYS CAPPED TO WORKING PATTERN'
                      TO WS-REJECT-REASON
                END-IF
                PERFORM 2400-WRITE-FEED-REPORT-LINE
           WHEN DFHRESP(DUPREC)
      *         THE KEY IS EMPLOYEE + SECOND - A SECOND FEED ROW FOR
                PERFORM 2400-WRITE-FEED-REPORT-LINE
           END-EVALUATE.

       2350-OPEN-RTW-ITEM.
      *    A CLOCKED SICK SPELL GETS ITS FOLLOW-UP INTERVIEW ITEM THE
      *    SAME AS A KEYED ONE. A FAILURE HERE DOESN'T REJECT THE ROW
      *    - THE ABSENCE IS ALREADY ON FILE.
           SET RWA-OPEN TO TRUE.
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

       2400-WRITE-FEED-REPORT-LINE.
           MOVE ZEROES TO WS-RPT-EMPLOYEE-ID.
           IF WS-FEED-EMPLOYEE-ID IS NUMERIC
      *-----------------------------------------------------------------

       3100-UPDATE-LEAVE-BALANCE.
      *    ONLY A TYPE FLAGGED TO DRAW THE LEAVE BALANCE (VACATION)
      *    COMES OUT OF THE ENTITLEMENT - THE OTHER TYPES ARE
      *    RECORDED BUT DON'T TOUCH THE BALANCE. SAME SHAPE AS
      *    EABSNP'S 3100.
           IF NOT ABT-DRAWS-LEAVE-BALANCE THEN
              EXIT PARAGRAPH
           END-IF.

                MOVE LVT-ENTITLEMENT-DAYS TO WS-DERIVED-ENTITLEMENT
           END-EVALUATE.

       8700-CHECK-WORKING-DAY.
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
                FILE(APP-HOLIDAY-FILE-NAME)
                INTO (HOLIDAY-RECORD)
                RIDFLD(HOL-HOLIDAY-DATE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              HOL-ACTIVE
              MOVE SPACE TO WS-WDY-FLAG
              MOVE ZERO TO WS-WDY-FRACTION
           END-IF.

       8710-LOAD-WORK-PATTERN.
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
      *    WALK THE SPAN ONE DAY AT A TIME, COUNTING ONLY WORKING
      *    DAYS (A PATTERN HALF DAY AS .5) - THE CAP BOUNDS THE WALK
      *    ON A FAT-FINGERED RANGE.
           MOVE ZERO TO WS-BUSDAY-COUNT.
           MOVE ZERO TO WS-BUSDAY-STEPS.

           COMPUTE WS-BUSDAY-WALK-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-FEED-START-DATE)).
           COMPUTE WS-BUSDAY-END-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-FEED-END-DATE)).

           PERFORM 8730-WALK-ONE-DAY
              UNTIL WS-BUSDAY-WALK-INT IS GREATER THAN
                    WS-BUSDAY-END-INT OR
                    WS-BUSDAY-STEPS IS GREATER THAN
                    APP-BUSDAY-SPAN-CAP.

       8730-WALK-ONE-DAY.
           COMPUTE WS-WDY-DATE =
              FUNCTION DATE-OF-INTEGER(WS-BUSDAY-WALK-INT).

           PERFORM 8700-CHECK-WORKING-DAY.

           IF WS-DAY-IS-WORKING
              ADD WS-WDY-FRACTION TO WS-BUSDAY-COUNT
           END-IF.

           ADD 1 TO WS-BUSDAY-WALK-INT.
           ADD 1 TO WS-BUSDAY-STEPS.

       8800-LOOKUP-ABSENCE-TYPE.
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
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------
