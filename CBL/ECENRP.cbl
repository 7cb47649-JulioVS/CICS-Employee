       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECENRP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'CONTRACTOR SPEND AGAINST PURCHASE ORDER' MONTHLY BATCH
      *        TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID ONCE A MONTH.
      *      - BROWSES EVERY CONTRACTOR ENGAGEMENT (SEE ECTRENG.CPY)
      *        AND PRICES THE SPEND TO DATE AGAINST ITS PURCHASE
      *        ORDER: THE WORKING DAYS FROM THE CONTRACT START TO
      *        TODAY (OR TO THE CONTRACT END, IF SOONER) - WEEKENDS
      *        AND ACTIVE HOLIDAYS SKIPPED, AS ECASRP COUNTS THEM -
      *        LESS THE DAYS OF THE CONTRACTOR'S ABSENCES (SEE
      *        EABSENC.CPY), AT THE DAY RATE.
      *      - FLAGS AN ENGAGEMENT ENDING WITHIN APP-POSPEND-WARN-DAYS,
      *        AND ONE WHOSE PO WILL RUN OUT BEFORE THE CONTRACT ENDS -
      *        THE REMAINING WORKING DAYS AT THE DAY RATE COST MORE
      *        THAN IS LEFT ON THE PO - WITH THE DAY THE FUNDS RUN
      *        OUT. FUTURE ABSENCES ARE NOT FORECAST.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - CONTRACTOR ENGAGEMENT RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ABSENCE RECORD.
      *      - HOLIDAY CALENDAR RECORD.
      *      - BATCH RUN-CONTROL AND RUN-HISTORY RECORDS.
      ******************************************************************
       COPY ECONST.
       COPY ECTRENG.
       COPY EMPMAST.
       COPY EABSENC.
       COPY EHOLDAY.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-REPORT-TITLE-LINE.
          05 FILLER                     PIC X(48)
             VALUE 'CONTRACTOR SPEND AGAINST PURCHASE ORDER - AS AT '.
          05 WS-TTL-RUN-DATE            PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(24)  VALUE SPACES.
      *
       01 WS-ENGAGEMENT-LINE-1.
          05 WS-EN1-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-EN1-FULL-NAME           PIC X(30)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-EN1-AGENCY-NAME         PIC X(30)  VALUE SPACES.
          05 FILLER                     PIC X(10)  VALUE SPACES.
      *
       01 WS-ENGAGEMENT-LINE-2.
          05 FILLER                     PIC X(5)   VALUE '  PO '.
          05 WS-EN2-PO-NUMBER           PIC X(12)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-EN2-START-DATE          PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE '-'.
          05 WS-EN2-END-DATE            PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(7)   VALUE '  RATE '.
          05 WS-EN2-DAY-RATE            PIC ZZZZ9.99.
          05 FILLER                     PIC X(14)
                                         VALUE '  DAYS WORKED '.
          05 WS-EN2-DAYS-WORKED         PIC ZZZZ9.9.
          05 FILLER                     PIC X(9)   VALUE SPACES.
      *
       01 WS-ENGAGEMENT-LINE-3.
          05 FILLER                     PIC X(11)
                                         VALUE '  PO VALUE '.
          05 WS-EN3-PO-VALUE            PIC ZZZZZZZZ9.99.
          05 FILLER                     PIC X(9)   VALUE '  SPENT '.
          05 WS-EN3-SPEND-TO-DATE       PIC ZZZZZZZZ9.99.
          05 FILLER                     PIC X(12)
                                         VALUE '  REMAINING '.
          05 WS-EN3-PO-REMAINING        PIC -ZZZZZZZZ9.99.
          05 FILLER                     PIC X(11)  VALUE SPACES.
      *
       01 WS-FLAG-LINE.
          05 FILLER                     PIC X(5)   VALUE '  ** '.
          05 WS-FLG-TEXT                PIC X(70)  VALUE SPACES.
          05 FILLER                     PIC X(5)   VALUE SPACES.
      *
       01 WS-REPORT-TOTALS-LINE.
          05 FILLER                     PIC X(12)
                                         VALUE 'ENGAGEMENTS '.
          05 WS-TOT-LISTED              PIC ZZZZ9.
          05 FILLER                     PIC X(10)  VALUE '  FLAGGED '.
          05 WS-TOT-FLAGGED             PIC ZZZZ9.
          05 FILLER                     PIC X(14)
                                         VALUE '  TOTAL SPEND '.
          05 WS-TOT-SPEND               PIC ZZZZZZZZZZ9.99.
          05 FILLER                     PIC X(20)  VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-ENGAGEMENTS-READ        PIC 9(5)  VALUE ZEROES.
          05 WS-ENGAGEMENTS-LISTED      PIC 9(5)  VALUE ZEROES.
          05 WS-ENGAGEMENTS-FLAGGED     PIC 9(5)  VALUE ZEROES.
          05 WS-TOTAL-SPEND             PIC 9(11)V99 VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-LISTED            PIC ZZZZ9.
          05 WS-REPLY-FLAGGED           PIC ZZZZ9.
      *
       01 WS-ENG-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-ENG-END-OF-FILE                   VALUE 'Y'.
          88 WS-ENG-NOT-END-OF-FILE               VALUE 'N'.
      *
       01 WS-ABS-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-ABS-END-OF-EMPLOYEE               VALUE 'Y'.
          88 WS-ABS-NOT-END-OF-EMPLOYEE           VALUE 'N'.
      *
       01 WS-ENGAGEMENT-FLAG-SWITCH     PIC X(1)  VALUE SPACES.
          88 WS-ENGAGEMENT-FLAGGED                VALUE 'Y'.
      *
       01 WS-DATES-VALID-SWITCH         PIC X(1)  VALUE SPACES.
          88 WS-ENGAGEMENT-DATES-VALID            VALUE 'Y'.
      *
      *    DATE ARITHMETIC IS DONE ON INTEGER-OF-DATE DAY NUMBERS.
       01 WS-DATE-NUMBERS.
          05 WS-TODAY-NUM               PIC 9(8)  VALUE ZEROES.
          05 WS-START-NUM               PIC 9(8)  VALUE ZEROES.
          05 WS-END-NUM                 PIC 9(8)  VALUE ZEROES.
          05 WS-DATE-CHECK              PIC S9(4) USAGE COMP.
          05 WS-TODAY-INT               PIC S9(8) USAGE IS BINARY.
          05 WS-START-INT               PIC S9(8) USAGE IS BINARY.
          05 WS-END-INT                 PIC S9(8) USAGE IS BINARY.
          05 WS-AS-OF-INT               PIC S9(8) USAGE IS BINARY.
          05 WS-FUTURE-FROM-INT         PIC S9(8) USAGE IS BINARY.
          05 WS-DAYS-TO-END             PIC S9(8) USAGE IS BINARY.
          05 WS-DAYS-TO-END-EDIT        PIC ZZ9.
          05 WS-FLAG-DATE               PIC 9(8)  VALUE ZEROES.
      *
      *    BUSINESS-DAY CALENDAR WORK FIELDS (SEE EHOLDAY.CPY) - THE
      *    DAY-OF-WEEK TRICK IS ESICKP'S: INTEGER-OF-DATE COUNTS
      *    FROM A MONDAY, SO THE DAY NUMBER MOD 7 GIVES 6 FOR
      *    SATURDAY AND 0 FOR SUNDAY.
       01 WS-WDY-DATE                   PIC 9(8)  VALUE ZEROES.
       01 WS-WDY-DAY-OF-WEEK            PIC S9(4) USAGE IS BINARY.
       01 WS-WDY-FLAG                   PIC X(1)  VALUE SPACES.
          88 WS-DAY-IS-WORKING                    VALUE 'Y'.
      *
       01 WS-WALK-FROM-INT              PIC S9(8) USAGE IS BINARY.
       01 WS-WALK-TO-INT                PIC S9(8) USAGE IS BINARY.
       01 WS-WALK-INT                   PIC S9(8) USAGE IS BINARY.
       01 WS-WALK-DAYS                  PIC 9(5)  VALUE ZEROES.
      *
      *    ABSENCE OVERLAP - AN ABSENCE WHOLLY INSIDE THE PRICED
      *    WINDOW TAKES OFF ITS DAYS-TAKEN (HALF DAYS INCLUDED); ONE
      *    THAT STRADDLES AN EDGE TAKES OFF ONLY THE WORKING DAYS
      *    INSIDE THE WINDOW, NEVER MORE THAN ITS DAYS-TAKEN.
       01 WS-ABSENCE-VARS.
          05 WS-ABS-START-NUM           PIC 9(8)  VALUE ZEROES.
          05 WS-ABS-END-NUM             PIC 9(8)  VALUE ZEROES.
          05 WS-ABS-START-INT           PIC S9(8) USAGE IS BINARY.
          05 WS-ABS-END-INT             PIC S9(8) USAGE IS BINARY.
          05 WS-ABS-OVERLAP-DAYS        PIC 9(5)V9 VALUE ZEROES.
      *
       01 WS-PRICING-VARS.
          05 WS-WEEKDAYS-IN-WINDOW      PIC 9(5)   VALUE ZEROES.
          05 WS-ABSENCE-DAYS            PIC 9(5)V9 VALUE ZEROES.
          05 WS-DAYS-WORKED             PIC S9(5)V9 VALUE ZEROES.
          05 WS-SPEND-TO-DATE           PIC 9(9)V99 VALUE ZEROES.
          05 WS-PO-REMAINING            PIC S9(9)V99 VALUE ZEROES.
          05 WS-PROJECTED-COST          PIC 9(11)V99 VALUE ZEROES.
          05 WS-RUN-OUT-INT             PIC S9(8) USAGE IS BINARY.
          05 WS-OVERSPEND-EDIT          PIC ZZZZZZZZ9.99.

      ******************************************************************
      *   RUN-CONTROL / RUN-HISTORY ADMINISTRATION (SHARED SHAPE
      *   ACROSS ALL BATCH JOBS - SEE ERUNCTL.CPY / ERUNHST.CPY).
      ******************************************************************
       01 WS-RUN-ADMIN-VARS.
          05 WS-TERMINAL-INPUT       PIC X(20).
          05 WS-TERMINAL-INPUT-LEN   PIC S9(4) USAGE IS BINARY.
          05 WS-FORCE-COUNT          PIC S9(4) USAGE IS BINARY.
          05 WS-RUN-START-TS         PIC X(14).
          05 WS-RUN-TODAY            PIC X(8).
      *
       01 WS-RUNCTL-FOUND-FLAG       PIC X(1)  VALUE SPACES.
          88 WS-RUNCTL-RECORD-FOUND           VALUE 'Y'.
      *
       01 WS-FORCE-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-FORCED-RUN                    VALUE 'Y'.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-BUILD-SPEND-REPORT.
           PERFORM 2800-WRITE-REPORT-TOTALS.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 8000-FINISH-RUN-ADMIN.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.

      *    RUN-CONTROL GATE FIRST - A REFUSED RERUN MUST NOT TOUCH
      *    ANY OUTPUT QUEUE.
           PERFORM 1500-CHECK-RUN-CONTROL.
           SET WS-ENG-NOT-END-OF-FILE TO TRUE.

           MOVE WS-RUN-TODAY TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-POSPEND-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE WS-RUN-TODAY TO WS-TTL-RUN-DATE.
           MOVE WS-REPORT-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2000-BUILD-SPEND-REPORT.
           PERFORM 2100-START-ENGAGEMENT-BROWSE.
           IF NOT WS-ENG-END-OF-FILE
              PERFORM 2200-READ-NEXT-ENGAGEMENT
                 UNTIL WS-ENG-END-OF-FILE
              PERFORM 2290-END-ENGAGEMENT-BROWSE
           END-IF.

       2100-START-ENGAGEMENT-BROWSE.
      *    ZERO KEY POSITIONS THE BROWSE AT THE FIRST ENGAGEMENT ON
      *    FILE - THE REPORT RUNS IN EMPLOYEE ID ORDER.
           INITIALIZE CONTRACTOR-ENGAGEMENT-RECORD.

           EXEC CICS STARTBR
                FILE(APP-ENGAGEMENT-FILE-NAME)
                RIDFLD(CEN-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                SET WS-ENG-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Engagement File!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2200-READ-NEXT-ENGAGEMENT.
           EXEC CICS READNEXT
                FILE(APP-ENGAGEMENT-FILE-NAME)
                RIDFLD(CEN-EMPLOYEE-ID)
                INTO (CONTRACTOR-ENGAGEMENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                ADD 1 TO WS-ENGAGEMENTS-READ
                PERFORM 2300-PRICE-ONE-ENGAGEMENT
           WHEN DFHRESP(ENDFILE)
                SET WS-ENG-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Next Engagement!' TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2290-END-ENGAGEMENT-BROWSE.
           EXEC CICS ENDBR
                FILE(APP-ENGAGEMENT-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2300-PRICE-ONE-ENGAGEMENT.
           INITIALIZE WS-PRICING-VARS.
           MOVE SPACE TO WS-ENGAGEMENT-FLAG-SWITCH.

           PERFORM 2310-READ-CONTRACTOR-NAME.
           PERFORM 2320-CHECK-ENGAGEMENT-DATES.

      *    AN ENGAGEMENT WITH UNUSABLE DATES IS STILL LISTED - SO IT
      *    GETS PUT RIGHT ON ECENP - BUT IS NOT PRICED.
           IF WS-ENGAGEMENT-DATES-VALID
      *       SPEND TO DATE RUNS FROM THE CONTRACT START TO TODAY,
      *       OR TO THE CONTRACT END IF THAT HAS ALREADY PASSED.
              IF WS-END-INT IS LESS THAN WS-TODAY-INT
                 MOVE WS-END-INT TO WS-AS-OF-INT
              ELSE
                 MOVE WS-TODAY-INT TO WS-AS-OF-INT
              END-IF

              IF WS-START-INT IS NOT GREATER THAN WS-AS-OF-INT
                 PERFORM 2400-COUNT-DAYS-WORKED
              END-IF

              COMPUTE WS-SPEND-TO-DATE ROUNDED =
                 WS-DAYS-WORKED * CEN-DAY-RATE
              COMPUTE WS-PO-REMAINING =
                 CEN-PO-VALUE - WS-SPEND-TO-DATE
              ADD WS-SPEND-TO-DATE TO WS-TOTAL-SPEND

      *       THE REST OF THE CONTRACT IS PROJECTED FROM TOMORROW, OR
      *       FROM THE START IF THE CONTRACT HAS NOT BEGUN YET.
              IF WS-START-INT IS GREATER THAN WS-TODAY-INT
                 MOVE WS-START-INT TO WS-FUTURE-FROM-INT
              ELSE
                 COMPUTE WS-FUTURE-FROM-INT = WS-TODAY-INT + 1
              END-IF

              IF WS-PO-REMAINING IS NOT LESS THAN ZERO AND
                 WS-FUTURE-FROM-INT IS NOT GREATER THAN WS-END-INT
                 PERFORM 2600-PROJECT-REST-OF-CONTRACT
              END-IF
           END-IF.

           PERFORM 2700-WRITE-ENGAGEMENT-BLOCK.

       2310-READ-CONTRACTOR-NAME.
           MOVE CEN-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              INITIALIZE EMPLOYEE-MASTER-RECORD
              MOVE '*** NOT ON EMPLOYEE MASTER ***' TO EMP-FULL-NAME
           END-IF.

       2320-CHECK-ENGAGEMENT-DATES.
           MOVE SPACE TO WS-DATES-VALID-SWITCH.

           IF CEN-START-DATE IS NOT NUMERIC OR
              CEN-END-DATE IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.

           MOVE CEN-START-DATE TO WS-START-NUM.
           MOVE CEN-END-DATE TO WS-END-NUM.

           MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-START-NUM)
              TO WS-DATE-CHECK.
           IF WS-DATE-CHECK IS NOT EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-END-NUM)
              TO WS-DATE-CHECK.
           IF WS-DATE-CHECK IS NOT EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-START-INT =
              FUNCTION INTEGER-OF-DATE(WS-START-NUM).
           COMPUTE WS-END-INT =
              FUNCTION INTEGER-OF-DATE(WS-END-NUM).

           IF WS-END-INT IS NOT LESS THAN WS-START-INT
              SET WS-ENGAGEMENT-DATES-VALID TO TRUE
           END-IF.

       2400-COUNT-DAYS-WORKED.
      *    WORKING DAYS FROM THE CONTRACT START TO THE AS-OF DATE,
      *    LESS THE CONTRACTOR'S ABSENCES IN THAT WINDOW.
           MOVE WS-START-INT TO WS-WALK-FROM-INT.
           MOVE WS-AS-OF-INT TO WS-WALK-TO-INT.
           PERFORM 2500-COUNT-WORKING-DAYS.
           MOVE WS-WALK-DAYS TO WS-WEEKDAYS-IN-WINDOW.

           PERFORM 2450-SUBTRACT-ABSENCES.

           COMPUTE WS-DAYS-WORKED =
              WS-WEEKDAYS-IN-WINDOW - WS-ABSENCE-DAYS.
           IF WS-DAYS-WORKED IS LESS THAN ZERO
              MOVE ZERO TO WS-DAYS-WORKED
           END-IF.

       2450-SUBTRACT-ABSENCES.
      *    THE ABSENCE FILE IS KEYED EMPLOYEE + ENTRY TIMESTAMP, SO A
      *    BROWSE FROM EMPLOYEE + LOW-VALUES WALKS JUST THIS
      *    CONTRACTOR'S ABSENCES.
           MOVE ZERO TO WS-ABSENCE-DAYS.
           SET WS-ABS-NOT-END-OF-EMPLOYEE TO TRUE.

           MOVE CEN-EMPLOYEE-ID TO ABS-EMPLOYEE-ID.
           MOVE LOW-VALUES TO ABS-ENTRY-TIMESTAMP.

           EXEC CICS STARTBR
                FILE(APP-ABSENCE-FILE-NAME)
                RIDFLD(ABS-ABSENCE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2460-READ-NEXT-ABSENCE
                 UNTIL WS-ABS-END-OF-EMPLOYEE

              EXEC CICS ENDBR
                   FILE(APP-ABSENCE-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2460-READ-NEXT-ABSENCE.
           EXEC CICS READNEXT
                FILE(APP-ABSENCE-FILE-NAME)
                RIDFLD(ABS-ABSENCE-KEY)
                INTO (ABSENCE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-ABS-END-OF-EMPLOYEE TO TRUE
           WHEN ABS-EMPLOYEE-ID IS NOT EQUAL TO CEN-EMPLOYEE-ID
                SET WS-ABS-END-OF-EMPLOYEE TO TRUE
           WHEN ABS-START-DATE IS NOT NUMERIC
           WHEN ABS-END-DATE IS NOT NUMERIC
                CONTINUE
           WHEN OTHER
                PERFORM 2470-APPLY-ONE-ABSENCE
           END-EVALUATE.

       2470-APPLY-ONE-ABSENCE.
           MOVE ABS-START-DATE TO WS-ABS-START-NUM.
           MOVE ABS-END-DATE TO WS-ABS-END-NUM.

           MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-ABS-START-NUM)
              TO WS-DATE-CHECK.
           IF WS-DATE-CHECK IS NOT EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-ABS-END-NUM)
              TO WS-DATE-CHECK.
           IF WS-DATE-CHECK IS NOT EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-ABS-START-INT =
              FUNCTION INTEGER-OF-DATE(WS-ABS-START-NUM).
           COMPUTE WS-ABS-END-INT =
              FUNCTION INTEGER-OF-DATE(WS-ABS-END-NUM).

      *    ENTIRELY OUTSIDE THE PRICED WINDOW - NOTHING TO TAKE OFF.
           IF WS-ABS-END-INT IS LESS THAN WS-START-INT OR
              WS-ABS-START-INT IS GREATER THAN WS-AS-OF-INT
              EXIT PARAGRAPH
           END-IF.

           IF WS-ABS-START-INT IS NOT LESS THAN WS-START-INT AND
              WS-ABS-END-INT IS NOT GREATER THAN WS-AS-OF-INT
              ADD ABS-DAYS-TAKEN TO WS-ABSENCE-DAYS
              EXIT PARAGRAPH
           END-IF.

      *    STRADDLES AN EDGE - COUNT THE WORKING DAYS IT SHARES WITH
      *    THE WINDOW.
           IF WS-ABS-START-INT IS LESS THAN WS-START-INT
              MOVE WS-START-INT TO WS-WALK-FROM-INT
           ELSE
              MOVE WS-ABS-START-INT TO WS-WALK-FROM-INT
           END-IF.

           IF WS-ABS-END-INT IS GREATER THAN WS-AS-OF-INT
              MOVE WS-AS-OF-INT TO WS-WALK-TO-INT
           ELSE
              MOVE WS-ABS-END-INT TO WS-WALK-TO-INT
           END-IF.

           PERFORM 2500-COUNT-WORKING-DAYS.
           MOVE WS-WALK-DAYS TO WS-ABS-OVERLAP-DAYS.

           IF WS-ABS-OVERLAP-DAYS IS GREATER THAN ABS-DAYS-TAKEN
              MOVE ABS-DAYS-TAKEN TO WS-ABS-OVERLAP-DAYS
           END-IF.

           ADD WS-ABS-OVERLAP-DAYS TO WS-ABSENCE-DAYS.

       2500-COUNT-WORKING-DAYS.
      *    THE CALLER SETS WS-WALK-FROM-INT / WS-WALK-TO-INT (DAY
      *    NUMBERS, BOTH INCLUSIVE); THE COUNT COMES BACK IN
      *    WS-WALK-DAYS.
           MOVE ZERO TO WS-WALK-DAYS.

           PERFORM 2510-COUNT-ONE-DAY
              VARYING WS-WALK-INT FROM WS-WALK-FROM-INT BY 1
              UNTIL WS-WALK-INT IS GREATER THAN WS-WALK-TO-INT.

       2510-COUNT-ONE-DAY.
           COMPUTE WS-WDY-DATE =
              FUNCTION DATE-OF-INTEGER(WS-WALK-INT).

           PERFORM 2520-CHECK-WORKING-DAY.

           IF WS-DAY-IS-WORKING
              ADD 1 TO WS-WALK-DAYS
           END-IF.

       2520-CHECK-WORKING-DAY.
      *    THE CALLER PUTS THE DATE IN WS-WDY-DATE. A WEEKEND OR AN
      *    ACTIVE ROW ON THE HOLIDAY CALENDAR MAKES IT A NON-WORKING
      *    DAY; A CALENDAR FILE THAT ISN'T THERE JUST MEANS NO
      *    HOLIDAYS ARE RECORDED.
           SET WS-DAY-IS-WORKING TO TRUE.

           COMPUTE WS-WDY-DAY-OF-WEEK = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(WS-WDY-DATE), 7).

           IF WS-WDY-DAY-OF-WEEK IS EQUAL TO 6 OR
              WS-WDY-DAY-OF-WEEK IS EQUAL TO 0
              MOVE SPACE TO WS-WDY-FLAG
              EXIT PARAGRAPH
           END-IF.

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
           END-IF.

       2600-PROJECT-REST-OF-CONTRACT.
      *    PRICES EACH REMAINING WORKING DAY IN TURN - THE FIRST DAY
      *    THE RUNNING COST GOES PAST WHAT IS LEFT ON THE PO IS THE
      *    DAY THE FUNDS RUN OUT.
           MOVE ZERO TO WS-PROJECTED-COST.
           MOVE ZERO TO WS-RUN-OUT-INT.

           PERFORM 2610-PROJECT-ONE-DAY
              VARYING WS-WALK-INT FROM WS-FUTURE-FROM-INT BY 1
              UNTIL WS-WALK-INT IS GREATER THAN WS-END-INT
                 OR WS-RUN-OUT-INT IS GREATER THAN ZERO.

       2610-PROJECT-ONE-DAY.
           COMPUTE WS-WDY-DATE =
              FUNCTION DATE-OF-INTEGER(WS-WALK-INT).

           PERFORM 2520-CHECK-WORKING-DAY.

           IF WS-DAY-IS-WORKING
              ADD CEN-DAY-RATE TO WS-PROJECTED-COST
              IF WS-PROJECTED-COST IS GREATER THAN WS-PO-REMAINING
                 MOVE WS-WALK-INT TO WS-RUN-OUT-INT
              END-IF
           END-IF.

       2700-WRITE-ENGAGEMENT-BLOCK.
           ADD 1 TO WS-ENGAGEMENTS-LISTED.

           INITIALIZE WS-ENGAGEMENT-LINE-1.
           MOVE CEN-EMPLOYEE-ID TO WS-EN1-EMPLOYEE-ID.
           MOVE EMP-FULL-NAME(1:30) TO WS-EN1-FULL-NAME.
           MOVE CEN-AGENCY-NAME TO WS-EN1-AGENCY-NAME.
           MOVE WS-ENGAGEMENT-LINE-1 TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE CEN-PO-NUMBER TO WS-EN2-PO-NUMBER.
           MOVE CEN-START-DATE TO WS-EN2-START-DATE.
           MOVE CEN-END-DATE TO WS-EN2-END-DATE.
           MOVE CEN-DAY-RATE TO WS-EN2-DAY-RATE.
           MOVE WS-DAYS-WORKED TO WS-EN2-DAYS-WORKED.
           MOVE WS-ENGAGEMENT-LINE-2 TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE CEN-PO-VALUE TO WS-EN3-PO-VALUE.
           MOVE WS-SPEND-TO-DATE TO WS-EN3-SPEND-TO-DATE.
           MOVE WS-PO-REMAINING TO WS-EN3-PO-REMAINING.
           MOVE WS-ENGAGEMENT-LINE-3 TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           IF NOT WS-ENGAGEMENT-DATES-VALID
              MOVE 'CONTRACT DATES INVALID - NOT PRICED, CORRECT ON ECEN
      -            'P'
                 TO WS-FLG-TEXT
              PERFORM 2710-WRITE-FLAG-LINE
           ELSE
              PERFORM 2720-FLAG-ENDING-SOON
              PERFORM 2730-FLAG-PO-EXHAUSTION
           END-IF.

           IF WS-ENGAGEMENT-FLAGGED
              ADD 1 TO WS-ENGAGEMENTS-FLAGGED
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2710-WRITE-FLAG-LINE.
           SET WS-ENGAGEMENT-FLAGGED TO TRUE.
           MOVE WS-FLAG-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-FLG-TEXT.

       2720-FLAG-ENDING-SOON.
           COMPUTE WS-DAYS-TO-END = WS-END-INT - WS-TODAY-INT.

           IF WS-DAYS-TO-END IS NOT LESS THAN ZERO AND
              WS-DAYS-TO-END IS NOT GREATER THAN APP-POSPEND-WARN-DAYS
              MOVE WS-DAYS-TO-END TO WS-DAYS-TO-END-EDIT
              MOVE SPACES TO WS-FLG-TEXT
              STRING 'CONTRACT ENDS '
                     CEN-END-DATE
                     ' - IN '
                     FUNCTION TRIM(WS-DAYS-TO-END-EDIT)
                     ' DAYS - RENEW OR RELEASE'
                 DELIMITED BY SIZE
                 INTO WS-FLG-TEXT
              END-STRING
              PERFORM 2710-WRITE-FLAG-LINE
           END-IF.

       2730-FLAG-PO-EXHAUSTION.
           EVALUATE TRUE
           WHEN WS-PO-REMAINING IS LESS THAN ZERO
                COMPUTE WS-OVERSPEND-EDIT = 0 - WS-PO-REMAINING
                MOVE SPACES TO WS-FLG-TEXT
                STRING 'PO ALREADY EXCEEDED BY '
                       FUNCTION TRIM(WS-OVERSPEND-EDIT)
                   DELIMITED BY SIZE
                   INTO WS-FLG-TEXT
                END-STRING
                PERFORM 2710-WRITE-FLAG-LINE
           WHEN WS-RUN-OUT-INT IS GREATER THAN ZERO
                COMPUTE WS-FLAG-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-OUT-INT)
                MOVE SPACES TO WS-FLG-TEXT
                STRING 'PO RUNS OUT ON '
                       WS-FLAG-DATE
                       ' - BEFORE THE CONTRACT END '
                       CEN-END-DATE
                   DELIMITED BY SIZE
                   INTO WS-FLG-TEXT
                END-STRING
                PERFORM 2710-WRITE-FLAG-LINE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2800-WRITE-REPORT-TOTALS.
           MOVE WS-ENGAGEMENTS-LISTED TO WS-TOT-LISTED.
           MOVE WS-ENGAGEMENTS-FLAGGED TO WS-TOT-FLAGGED.
           MOVE WS-TOTAL-SPEND TO WS-TOT-SPEND.
           MOVE WS-REPORT-TOTALS-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-ENGAGEMENTS-LISTED TO WS-REPLY-LISTED.
           MOVE WS-ENGAGEMENTS-FLAGGED TO WS-REPLY-FLAGGED.

           STRING 'Contractor Spend Report Complete - '
                  FUNCTION TRIM(WS-REPLY-LISTED)
                  ' Listed, '
                  FUNCTION TRIM(WS-REPLY-FLAGGED)
                  ' Flagged - Queue '
                  APP-POSPEND-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-POSPEND-QUEUE-NAME)
                FROM (WS-REPORT-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.


       1500-CHECK-RUN-CONTROL.
      *    A SECOND RUN ON THE SAME DAY WOULD WIPE THE RUN'S OUTPUT
      *    MID-PICKUP, SO IT IS REFUSED UNLESS THE OPERATOR TYPED
      *    'FORCE' AFTER THE TRANSACTION ID.
           MOVE LENGTH OF WS-TERMINAL-INPUT
              TO WS-TERMINAL-INPUT-LEN.

           MOVE SPACES TO WS-TERMINAL-INPUT.

           IF EIBCALEN IS EQUAL TO ZERO
              EXEC CICS RECEIVE
                   INTO (WS-TERMINAL-INPUT)
                   LENGTH (WS-TERMINAL-INPUT-LEN)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           MOVE ZERO TO WS-FORCE-COUNT.
           INSPECT WS-TERMINAL-INPUT
              TALLYING WS-FORCE-COUNT FOR ALL 'FORCE'.
           IF WS-FORCE-COUNT IS GREATER THAN ZERO
              SET WS-FORCED-RUN TO TRUE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-TS.
           MOVE WS-RUN-START-TS(1:8) TO WS-RUN-TODAY.

           PERFORM 1510-READ-RUN-CONTROL.

           IF WS-RUNCTL-RECORD-FOUND THEN
              IF RNC-LAST-RUN-DATE IS EQUAL TO WS-RUN-TODAY AND
                 RNC-ST-COMPLETE AND NOT WS-FORCED-RUN THEN
                 MOVE 'Already Ran Today - Re-Enter With FORCE To Rerun 
      -              '(Output Kept)!'
                    TO WS-REPLY-TEXT
                 PERFORM 9200-SEND-REPLY-AND-RETURN
              END-IF
           END-IF.

           PERFORM 8100-WRITE-OPEN-HISTORY.

       1510-READ-RUN-CONTROL.
           INITIALIZE WS-RUNCTL-FOUND-FLAG.

           EXEC CICS READ
                FILE(APP-RUNCTL-FILE-NAME)
                INTO (RUN-CONTROL-RECORD)
                RIDFLD(APP-RUNCTL-RRN-POSPEND)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-RUNCTL-RECORD-FOUND TO TRUE
           END-IF.

       8000-FINISH-RUN-ADMIN.
      *    THE RUN MADE IT TO THE END - RECORD THE COMPLETION ON THE
      *    RUN-CONTROL RECORD AND CLOSE OUT THE RUN-HISTORY ENTRY
      *    OPENED AT START-UP.
           PERFORM 8200-UPDATE-RUN-CONTROL.
           PERFORM 8300-CLOSE-RUN-HISTORY.

       8100-WRITE-OPEN-HISTORY.
      *    STATUS 'F' UNTIL THE RUN PROVES OTHERWISE - A RUN THAT
      *    DIES MID-FLIGHT STAYS ON FILE AS A FAILURE.
           INITIALIZE RUN-HISTORY-RECORD.
           MOVE APP-POSPEND-PROGRAM-NAME TO RNH-JOB-NAME.
           MOVE WS-RUN-START-TS TO RNH-START-TIMESTAMP.
           SET RNH-ST-FAILED TO TRUE.

           EXEC CICS WRITE
                FILE(APP-RUNHIST-FILE-NAME)
                FROM (RUN-HISTORY-RECORD)
                RIDFLD(RNH-HISTORY-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       8200-UPDATE-RUN-CONTROL.
           PERFORM 1510-READ-RUN-CONTROL.

           IF WS-RUNCTL-RECORD-FOUND THEN
              EXEC CICS READ
                   FILE(APP-RUNCTL-FILE-NAME)
                   INTO (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-POSPEND)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-POSPEND-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-POSPEND-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-POSPEND)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-POSPEND-PROGRAM-NAME TO RNH-JOB-NAME.
           MOVE WS-RUN-START-TS TO RNH-START-TIMESTAMP.

           EXEC CICS READ
                FILE(APP-RUNHIST-FILE-NAME)
                INTO (RUN-HISTORY-RECORD)
                RIDFLD(RNH-HISTORY-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE FUNCTION CURRENT-DATE(1:14) TO RNH-END-TIMESTAMP
              MOVE WS-ENGAGEMENTS-READ TO RNH-RECORDS-READ
              MOVE WS-ENGAGEMENTS-LISTED TO RNH-RECORDS-WRITTEN
              SET RNH-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNHIST-FILE-NAME)
                   FROM (RUN-HISTORY-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       9200-SEND-REPLY-AND-RETURN.
           EXEC CICS SEND TEXT
                FROM (WS-REPLY-TEXT)
                LENGTH (LENGTH OF WS-REPLY-TEXT)
                ERASE
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.
