       IDENTIFICATION DIVISION.
       PROGRAM-ID. EPHFDP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - 'PAYROLL EARNINGS-HISTORY FEED' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID (OR SCHEDULED VIA
      *        CICS INTERVAL CONTROL) AFTER PAYROLL DROPS ITS FIXED-
      *        WIDTH PER-PERIOD RESULTS ON THE FEED QUEUE - SAME
      *        QUEUE-IN / REPORT-OUT SHAPE AS EDSYNCP AND EABFDP.
      *      - THE RETURN LEG OF EPAYXP'S EXTRACT: ONE RECORD PER
      *        EMPLOYEE PER PAY PERIOD (PERIOD END, PAY DATE, GROSS,
      *        DEDUCTIONS, NET). EACH IS CHECKED (NUMERIC ID, REAL
      *        DATES, NUMERIC AMOUNTS THAT FOOT, EMPLOYEE ON EMPMAST)
      *        AND LOADED ONTO THE EARNINGS-HISTORY FILE (SEE
      *        EPAYHST.CPY) THAT EPAYHP SHOWS. PAYROLL IS THE SYSTEM
      *        OF RECORD FOR WHAT WAS PAID, SO A RESENT PERIOD
      *        REPLACES THE ONE ON FILE.
      *      - A REJECTED RECORD IS REPORTED AND PARKED ON THE
      *        SUSPENSE FILE (ESUSPNS) AS A PAYROLL ITEM, THE WAY
      *        EDSYNCP PARKS FINANCE'S. PAYROLL CORRECTS IT BY
      *        RESENDING THE PERIOD; ONCE THAT LOADS, THE NEXT RUN
      *        CLOSES THE PARKED ITEM OFF AS RESOLVED.
      *      - EVERY LOAD, REPLACEMENT AND REJECT (WITH ITS REASON)
      *        GOES TO THE REPORT QUEUE FOR THE MORNING AUDIT, AND
      *        THE REPLY CARRIES THE COUNTS AND THE PAYROLL ITEMS
      *        STILL OPEN IN SUSPENSE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EMPLOYEE MASTER RECORD.
      *      - EARNINGS-HISTORY RECORD.
      *      - FEED SUSPENSE RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EMPMAST.
       COPY EPAYHST.
       COPY ESUSPNS.
      ******************************************************************
      *   DEFINE THE FIXED-WIDTH FEED RECORD AS PAYROLL DROPS IT -
      *   EMPLOYEE, PERIOD END AND PAY DATE (YYYYMMDD), THEN GROSS,
      *   TOTAL DEDUCTIONS AND NET AS UNSIGNED 9(7)V99.
      ******************************************************************
       01 WS-FEED-RECORD.
          05 WS-FEED-EMPLOYEE-ID       PIC X(8).
          05 WS-FEED-PERIOD-END-DATE   PIC X(8).
          05 WS-FEED-PAY-DATE          PIC X(8).
          05 WS-FEED-GROSS-PAY         PIC X(9).
          05 WS-FEED-GROSS-AMOUNT REDEFINES WS-FEED-GROSS-PAY
                                       PIC 9(7)V99.
          05 WS-FEED-DEDUCTIONS        PIC X(9).
          05 WS-FEED-DEDUCT-AMOUNT REDEFINES WS-FEED-DEDUCTIONS
                                       PIC 9(7)V99.
          05 WS-FEED-NET-PAY           PIC X(9).
          05 WS-FEED-NET-AMOUNT REDEFINES WS-FEED-NET-PAY
                                       PIC 9(7)V99.
          05 FILLER                    PIC X(1).
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-FEED-DETAIL-LINE.
          05 WS-RPT-ACTION              PIC X(9)  VALUE SPACES.
          05 WS-RPT-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-RPT-PERIOD-END-DATE     PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-RPT-PAY-DATE            PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-RPT-NET-PAY             PIC ZZZZZZ9.99.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-RPT-REASON              PIC X(30) VALUE SPACES.
          05 FILLER                     PIC X(3)  VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-FEED-ITEM-NUMBER        PIC S9(4) USAGE IS BINARY.
          05 WS-FEED-LENGTH             PIC S9(4) USAGE IS BINARY.
          05 WS-FEED-RECORDS-READ       PIC 9(5)  VALUE ZEROES.
          05 WS-PERIODS-LOADED          PIC 9(5)  VALUE ZEROES.
          05 WS-PERIODS-REPLACED        PIC 9(5)  VALUE ZEROES.
          05 WS-RECORDS-REJECTED        PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-READ              PIC ZZZZ9.
          05 WS-REPLY-LOADED            PIC ZZZZ9.
          05 WS-REPLY-REPLACED          PIC ZZZZ9.
          05 WS-REPLY-REJECTED          PIC ZZZZ9.
      *
       01 WS-FEED-QUEUE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-FEED-END-OF-QUEUE                 VALUE 'Y'.
          88 WS-FEED-NOT-END-OF-QUEUE             VALUE 'N'.
      *
       01 WS-FEED-PRESENT-SWITCH        PIC X(1)  VALUE SPACES.
          88 WS-FEED-WAS-PRESENT                  VALUE 'Y'.
      *
       01 WS-REJECT-REASON              PIC X(30) VALUE SPACES.
          88 WS-RECORD-IS-CLEAN                   VALUE SPACES.
      *
       01 WS-DATE-CHECK                 PIC 9(8)  VALUE ZEROES.
       01 WS-DATE-CHECK-RESULT          PIC 9(8)  VALUE ZEROES.
       01 WS-FOOTED-NET                 PIC S9(8)V99 VALUE ZEROES.
      *
      *    SUSPENSE PARKING - SAME TIMESTAMP-PLUS-SEQUENCE KEY
      *    EDSYNCP'S 2600 BUILDS.
       01 WS-PARK-SEQ                   PIC 9(2)  VALUE ZEROES.
      *
       01 WS-SUS-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-SUS-SCAN-DONE                     VALUE 'Y'.
      *
       01 WS-OPEN-SUSPENSE-COUNT        PIC 9(5)  VALUE ZEROES.
       01 WS-REPLY-SUSPENSE             PIC ZZZZ9.
       01 WS-REPLY-WORK                 PIC X(79) VALUE SPACES.
      *
      *    OPEN PAYROLL ITEMS WHOSE PERIOD HAS SINCE LOADED, NOTED
      *    DURING THE SUSPENSE BROWSE AND CLOSED OFF AFTER IT ENDS.
      *    ANY BEYOND THE TABLE ARE PICKED UP BY THE NEXT RUN.
       01 WS-CLEARED-TABLE-AREA.
          05 WS-CLEARED-COUNT           PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-CLEARED-KEY OCCURS 100 TIMES
                INDEXED BY WS-CLEARED-IDX PIC X(16).
       01 WS-ITEMS-RESOLVED             PIC 9(5)  VALUE ZEROES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-APPLY-EARNINGS-FEED.
           PERFORM 2800-SWEEP-PAYROLL-SUSPENSE.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.
           SET WS-FEED-NOT-END-OF-QUEUE TO TRUE.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER REPORT SO THIS MORNING'S
      *    AUDIT ONLY SEES TONIGHT'S FEED - QIDERR JUST MEANS THERE
      *    WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-PAYHFEED-RPT-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2000-APPLY-EARNINGS-FEED.
           PERFORM 2100-READ-NEXT-FEED-RECORD
              UNTIL WS-FEED-END-OF-QUEUE.

      *    THE FEED QUEUE IS CONSUMED ONCE APPLIED, SO A SECOND RUN OF
      *    THE TRANSACTION CAN'T APPLY THE SAME FEED TWICE.
           IF WS-FEED-WAS-PRESENT
              EXEC CICS DELETEQ TS
                   QNAME(APP-PAYHFEED-FEED-QUEUE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2100-READ-NEXT-FEED-RECORD.
           ADD 1 TO WS-FEED-ITEM-NUMBER.
           MOVE LENGTH OF WS-FEED-RECORD TO WS-FEED-LENGTH.
           MOVE SPACES TO WS-FEED-RECORD.

           EXEC CICS READQ TS
                QNAME(APP-PAYHFEED-FEED-QUEUE-NAME)
                INTO (WS-FEED-RECORD)
                LENGTH (WS-FEED-LENGTH)
                ITEM (WS-FEED-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET WS-FEED-WAS-PRESENT TO TRUE
                ADD 1 TO WS-FEED-RECORDS-READ
                PERFORM 2200-APPLY-ONE-FEED-RECORD
           WHEN DFHRESP(ITEMERR)
      *         RAN PAST THE LAST FEED RECORD - DONE.
                SET WS-FEED-END-OF-QUEUE TO TRUE
           WHEN DFHRESP(QIDERR)
      *         NO FEED WAS DROPPED TONIGHT - NOTHING TO APPLY.
                SET WS-FEED-END-OF-QUEUE TO TRUE
           WHEN OTHER
                SET WS-FEED-END-OF-QUEUE TO TRUE
                MOVE 'Error Reading Payroll Earnings Feed Queue!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2200-APPLY-ONE-FEED-RECORD.
           PERFORM 2210-VALIDATE-FEED-RECORD.

           IF WS-RECORD-IS-CLEAN
              PERFORM 2300-LOAD-EARNINGS-PERIOD
           END-IF.

           IF NOT WS-RECORD-IS-CLEAN
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE 'REJECTED' TO WS-RPT-ACTION
              PERFORM 2400-WRITE-FEED-REPORT-LINE
              PERFORM 2600-PARK-REJECT
           END-IF.

       2210-VALIDATE-FEED-RECORD.
      *    FIRST FAILURE WINS AND BECOMES THE REJECT REASON, AS IN
      *    EABFDP.
           MOVE SPACES TO WS-REJECT-REASON.

           EVALUATE TRUE
           WHEN WS-FEED-EMPLOYEE-ID IS NOT NUMERIC
                MOVE 'EMPLOYEE ID NOT NUMERIC'
                   TO WS-REJECT-REASON
           WHEN WS-FEED-PERIOD-END-DATE IS NOT NUMERIC OR
                WS-FEED-PAY-DATE IS NOT NUMERIC
                MOVE 'DATES NOT NUMERIC YYYYMMDD'
                   TO WS-REJECT-REASON
           WHEN WS-FEED-GROSS-PAY IS NOT NUMERIC OR
                WS-FEED-DEDUCTIONS IS NOT NUMERIC OR
                WS-FEED-NET-PAY IS NOT NUMERIC
                MOVE 'AMOUNTS NOT NUMERIC'
                   TO WS-REJECT-REASON
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           IF NOT WS-RECORD-IS-CLEAN
              EXIT PARAGRAPH
           END-IF.

      *    BOTH DATES MUST BE REAL CALENDAR DATES.
           MOVE WS-FEED-PERIOD-END-DATE TO WS-DATE-CHECK.
           MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK)
              TO WS-DATE-CHECK-RESULT.
           IF WS-DATE-CHECK-RESULT IS NOT EQUAL TO ZERO
              MOVE 'PERIOD END NOT A VALID DATE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-FEED-PAY-DATE TO WS-DATE-CHECK.
           MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK)
              TO WS-DATE-CHECK-RESULT.
           IF WS-DATE-CHECK-RESULT IS NOT EQUAL TO ZERO
              MOVE 'PAY DATE NOT A VALID DATE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

      *    THE RECORD HAS TO FOOT - WHAT WE SHOW AN EMPLOYEE AS NET
      *    MUST BE THE GROSS LESS THE DEDUCTIONS PAYROLL SENT.
           COMPUTE WS-FOOTED-NET = WS-FEED-GROSS-AMOUNT
                                 - WS-FEED-DEDUCT-AMOUNT.
           IF WS-FOOTED-NET IS NOT EQUAL TO WS-FEED-NET-AMOUNT
              MOVE 'NET NOT GROSS LESS DEDUCTIONS' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

      *    THE EMPLOYEE MUST BE ON FILE. A LEAVER STILL GETS A FINAL
      *    PAY, SO STATUS IS NOT CHECKED.
           MOVE WS-FEED-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'EMPLOYEE NOT ON MASTER FILE' TO WS-REJECT-REASON
           END-IF.

       2300-LOAD-EARNINGS-PERIOD.
      *    A PERIOD ALREADY ON FILE IS A RESEND - PAYROLL'S FIGURES
      *    REPLACE OURS. AN IDENTICAL RESEND IS LEFT ALONE SO THE
      *    REPORT ONLY CARRIES REAL CHANGES.
           MOVE WS-FEED-EMPLOYEE-ID TO ERN-EMPLOYEE-ID.
           MOVE WS-FEED-PERIOD-END-DATE TO ERN-PERIOD-END-DATE.

           EXEC CICS READ
                FILE(APP-EARNINGS-FILE-NAME)
                INTO (EARNINGS-HISTORY-RECORD)
                RIDFLD(ERN-EARNINGS-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2310-REPLACE-EXISTING-PERIOD
           WHEN DFHRESP(NOTFND)
                PERFORM 2320-ADD-NEW-PERIOD
           WHEN OTHER
                MOVE 'READ ERROR ON EPAYHST' TO WS-REJECT-REASON
           END-EVALUATE.

       2310-REPLACE-EXISTING-PERIOD.
           IF ERN-PAY-DATE IS EQUAL TO WS-FEED-PAY-DATE AND
              ERN-GROSS-PAY IS EQUAL TO WS-FEED-GROSS-AMOUNT AND
              ERN-TOTAL-DEDUCTIONS IS EQUAL TO WS-FEED-DEDUCT-AMOUNT
              AND ERN-NET-PAY IS EQUAL TO WS-FEED-NET-AMOUNT
              EXEC CICS UNLOCK
                   FILE(APP-EARNINGS-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-FEED-PAY-DATE TO ERN-PAY-DATE.
           MOVE WS-FEED-GROSS-AMOUNT TO ERN-GROSS-PAY.
           MOVE WS-FEED-DEDUCT-AMOUNT TO ERN-TOTAL-DEDUCTIONS.
           MOVE WS-FEED-NET-AMOUNT TO ERN-NET-PAY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ERN-LOADED-DATE.
           SET ERN-REPLACED-BY-RESEND TO TRUE.

           EXEC CICS REWRITE
                FILE(APP-EARNINGS-FILE-NAME)
                FROM (EARNINGS-HISTORY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO WS-PERIODS-REPLACED
              MOVE 'REPLACED' TO WS-RPT-ACTION
              PERFORM 2400-WRITE-FEED-REPORT-LINE
           ELSE
              MOVE 'REWRITE ERROR ON EPAYHST' TO WS-REJECT-REASON
           END-IF.

       2320-ADD-NEW-PERIOD.
           INITIALIZE EARNINGS-HISTORY-RECORD.
           MOVE WS-FEED-EMPLOYEE-ID TO ERN-EMPLOYEE-ID.
           MOVE WS-FEED-PERIOD-END-DATE TO ERN-PERIOD-END-DATE.
           MOVE WS-FEED-PAY-DATE TO ERN-PAY-DATE.
           MOVE WS-FEED-GROSS-AMOUNT TO ERN-GROSS-PAY.
           MOVE WS-FEED-DEDUCT-AMOUNT TO ERN-TOTAL-DEDUCTIONS.
           MOVE WS-FEED-NET-AMOUNT TO ERN-NET-PAY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ERN-LOADED-DATE.
           SET ERN-ORIGINAL-LOAD TO TRUE.

           EXEC CICS WRITE
                FILE(APP-EARNINGS-FILE-NAME)
                FROM (EARNINGS-HISTORY-RECORD)
                RIDFLD(ERN-EARNINGS-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO WS-PERIODS-LOADED
              MOVE 'LOADED' TO WS-RPT-ACTION
              PERFORM 2400-WRITE-FEED-REPORT-LINE
           ELSE
              MOVE 'WRITE ERROR ON EPAYHST' TO WS-REJECT-REASON
           END-IF.

       2400-WRITE-FEED-REPORT-LINE.
           MOVE ZEROES TO WS-RPT-EMPLOYEE-ID.
           IF WS-FEED-EMPLOYEE-ID IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-FEED-EMPLOYEE-ID)
                 TO WS-RPT-EMPLOYEE-ID
           END-IF.
           MOVE WS-FEED-PERIOD-END-DATE TO WS-RPT-PERIOD-END-DATE.
           MOVE WS-FEED-PAY-DATE TO WS-RPT-PAY-DATE.
           MOVE ZEROES TO WS-RPT-NET-PAY.
           IF WS-FEED-NET-PAY IS NUMERIC
              MOVE WS-FEED-NET-AMOUNT TO WS-RPT-NET-PAY
           END-IF.
           MOVE WS-REJECT-REASON TO WS-RPT-REASON.

           MOVE WS-FEED-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2600-PARK-REJECT.
      *    PARK THE RECORD AS PAYROLL SENT IT, WITH THE REASON - SAME
      *    KEY AND TIE-BREAK SEQUENCE AS EDSYNCP'S 2600, FLAGGED AS A
      *    PAYROLL ITEM SO ESUSP LEAVES IT TO THE RESEND.
           ADD 1 TO WS-PARK-SEQ.
           IF WS-PARK-SEQ IS GREATER THAN 99
              MOVE 1 TO WS-PARK-SEQ
           END-IF.

           INITIALIZE SUSPENSE-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SUS-PARKED-TIMESTAMP.
           MOVE WS-PARK-SEQ TO SUS-PARKED-SEQ.
           MOVE WS-FEED-RECORD TO SUS-PAYROLL-IMAGE.
           MOVE WS-REJECT-REASON TO SUS-REJECT-REASON.
           SET SUS-OPEN TO TRUE.
           MOVE SPACES TO SUS-RESOLVED-DATE.
           SET SUS-FROM-PAYROLL-FEED TO TRUE.

           EXEC CICS WRITE
                FILE(APP-SUSPENSE-FILE-NAME)
                FROM (SUSPENSE-RECORD)
                RIDFLD(SUS-SUSPENSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2800-SWEEP-PAYROLL-SUSPENSE.
      *    ONE PASS OVER THE SUSPENSE FILE: AN OPEN PAYROLL ITEM WHOSE
      *    PERIOD HAS LOADED SINCE IT WAS PARKED HAS BEEN PUT RIGHT BY
      *    A RESEND AND IS CLOSED OFF; THE REST ARE COUNTED FOR THE
      *    REPLY - AGED ITEMS FROM EARLIER NIGHTS TOO.
           MOVE SPACE TO WS-SUS-SCAN-SWITCH.
           MOVE ZEROES TO WS-OPEN-SUSPENSE-COUNT.
           MOVE ZERO TO WS-CLEARED-COUNT.
           MOVE LOW-VALUES TO SUS-SUSPENSE-KEY.

           EXEC CICS STARTBR
                FILE(APP-SUSPENSE-FILE-NAME)
                RIDFLD(SUS-SUSPENSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2810-CHECK-ONE-SUSPENSE
                 UNTIL WS-SUS-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-SUSPENSE-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-CLEARED-COUNT IS GREATER THAN ZERO
              PERFORM 2830-RESOLVE-CLEARED-ITEM
                 VARYING WS-CLEARED-IDX FROM 1 BY 1
                 UNTIL WS-CLEARED-IDX IS GREATER THAN WS-CLEARED-COUNT
           END-IF.

       2810-CHECK-ONE-SUSPENSE.
           EXEC CICS READNEXT
                FILE(APP-SUSPENSE-FILE-NAME)
                RIDFLD(SUS-SUSPENSE-KEY)
                INTO (SUSPENSE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-SUS-SCAN-DONE TO TRUE
           WHEN SUS-OPEN AND SUS-FROM-PAYROLL-FEED
                PERFORM 2820-CHECK-PERIOD-RELOADED
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2820-CHECK-PERIOD-RELOADED.
      *    AN ITEM WHOSE ID OR PERIOD NEVER WAS NUMERIC CAN ONLY BE
      *    CLEARED BY A RESEND UNDER THE RIGHT KEY - IT STAYS OPEN.
           IF SUS-PAY-EMPLOYEE-ID IS NOT NUMERIC OR
              SUS-PAY-PERIOD-END-DATE IS NOT NUMERIC OR
              WS-CLEARED-COUNT IS NOT LESS THAN 100
              ADD 1 TO WS-OPEN-SUSPENSE-COUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE SUS-PAY-EMPLOYEE-ID TO ERN-EMPLOYEE-ID.
           MOVE SUS-PAY-PERIOD-END-DATE TO ERN-PERIOD-END-DATE.

           EXEC CICS READ
                FILE(APP-EARNINGS-FILE-NAME)
                INTO (EARNINGS-HISTORY-RECORD)
                RIDFLD(ERN-EARNINGS-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              ERN-LOADED-DATE IS NOT LESS THAN
                 SUS-PARKED-TIMESTAMP(1:8)
              ADD 1 TO WS-CLEARED-COUNT
              SET WS-CLEARED-IDX TO WS-CLEARED-COUNT
              MOVE SUS-SUSPENSE-KEY TO WS-CLEARED-KEY(WS-CLEARED-IDX)
           ELSE
              ADD 1 TO WS-OPEN-SUSPENSE-COUNT
           END-IF.

       2830-RESOLVE-CLEARED-ITEM.
           MOVE WS-CLEARED-KEY(WS-CLEARED-IDX) TO SUS-SUSPENSE-KEY.

           EXEC CICS READ
                FILE(APP-SUSPENSE-FILE-NAME)
                INTO (SUSPENSE-RECORD)
                RIDFLD(SUS-SUSPENSE-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO WS-OPEN-SUSPENSE-COUNT
              EXIT PARAGRAPH
           END-IF.

           SET SUS-RESOLVED TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SUS-RESOLVED-DATE.

           EXEC CICS REWRITE
                FILE(APP-SUSPENSE-FILE-NAME)
                FROM (SUSPENSE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO WS-ITEMS-RESOLVED
              INITIALIZE WS-FEED-DETAIL-LINE
              MOVE 'CLEARED' TO WS-RPT-ACTION
              MOVE FUNCTION NUMVAL(SUS-PAY-EMPLOYEE-ID)
                 TO WS-RPT-EMPLOYEE-ID
              MOVE SUS-PAY-PERIOD-END-DATE TO WS-RPT-PERIOD-END-DATE
              MOVE 'SUSPENSE ITEM - PERIOD RESENT' TO WS-RPT-REASON
              MOVE WS-FEED-DETAIL-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
           ELSE
              ADD 1 TO WS-OPEN-SUSPENSE-COUNT
           END-IF.

       2900-BUILD-REPLY-TEXT.
           IF WS-FEED-RECORDS-READ IS EQUAL TO ZERO
              MOVE 'No Payroll Earnings Feed On Queue - Nothing Loaded!'
                 TO WS-REPLY-TEXT
           ELSE
              MOVE WS-FEED-RECORDS-READ TO WS-REPLY-READ
              MOVE WS-PERIODS-LOADED TO WS-REPLY-LOADED
              MOVE WS-PERIODS-REPLACED TO WS-REPLY-REPLACED
              MOVE WS-RECORDS-REJECTED TO WS-REPLY-REJECTED

              STRING 'Pay History - '
                     FUNCTION TRIM(WS-REPLY-READ)
                     ' Read, '
                     FUNCTION TRIM(WS-REPLY-LOADED)
                     ' New, '
                     FUNCTION TRIM(WS-REPLY-REPLACED)
                     ' Replaced, '
                     FUNCTION TRIM(WS-REPLY-REJECTED)
                     ' Rejected ('
                     APP-PAYHFEED-RPT-QUEUE-NAME
                     ')'
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           END-IF.

      *    WHATEVER THE OUTCOME, THE PAYROLL ITEMS STILL OPEN IN
      *    SUSPENSE RIDE THE SAME LINE SO THEY CANNOT BE IGNORED.
           IF WS-OPEN-SUSPENSE-COUNT IS GREATER THAN ZERO
              MOVE WS-OPEN-SUSPENSE-COUNT TO WS-REPLY-SUSPENSE
              MOVE WS-REPLY-TEXT TO WS-REPLY-WORK
              MOVE SPACES TO WS-REPLY-TEXT
              STRING FUNCTION TRIM(WS-REPLY-WORK)
                     ' ('
                     FUNCTION TRIM(WS-REPLY-SUSPENSE)
                     ' In Suspense)'
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           END-IF.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-PAYHFEED-RPT-QUEUE-NAME)
                FROM (WS-REPORT-LINE)
                ITEM (WS-ITEM-NUMBER)
                MAIN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       9200-SEND-REPLY-AND-RETURN.
           EXEC CICS SEND TEXT
                FROM (WS-REPLY-TEXT)
                LENGTH (LENGTH OF WS-REPLY-TEXT)
                ERASE
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.
