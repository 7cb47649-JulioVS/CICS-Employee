       IDENTIFICATION DIVISION.
       PROGRAM-ID. EARRCP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'RETRO PAY ARREARS' PROGRAM.
      *      - LINKED (NO SCREEN OF ITS OWN) WITH THE EARRCA COMM-AREA
      *        AFTER ECOMPP SAVES, OR ECMPRVP RELEASES, A COMPENSATION
      *        RECORD - SO THE ARREARS ARE WORKED OUT, AND THE RETRO
      *        PAYMENT RAISED, IN ONE PLACE (SEE ERETPAY.CPY).
      *      - THE LAST EXTRACTED PAY PERIOD ENDS ON THE START DATE OF
      *        EPAYXP'S LATEST COMPLETED RUN ON THE RUN HISTORY. A
      *        RECORD EFFECTIVE AFTER THAT IS PAID BY THE NEXT EXTRACT
      *        AS NORMAL; ONE EFFECTIVE ON OR BEFORE IT WAS PAID AT THE
      *        OLD RATE FOR EVERY EXTRACTED PERIOD SINCE.
      *      - THE ARREARS ARE THE ANNUAL DIFFERENCE SPREAD OVER
      *        APP-RETRO-PERIODS-PER-YEAR, TIMES THE ELAPSED PERIODS
      *        (A PART PERIOD COUNTS WHOLE - IT WAS PAID WHOLE AT THE
      *        OLD RATE), TIMES THE EMPLOYEE'S FTE PERCENTAGE. A LATER
      *        COMPENSATION RECORD ALREADY ON FILE ENDS THE WINDOW THE
      *        DAY BEFORE IT TOOK EFFECT.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - RETRO PAYMENT RECORD.
      *      - COMPENSATION RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - RUN-HISTORY RECORD.
      *      - RETRO ARREARS COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY ERETPAY.
       COPY ECOMP.
       COPY EMPMAST.
       COPY ERUNHST.
       COPY EARRCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-LAST-EXTRACT-DATE       PIC X(8).
          05 WS-WINDOW-START-DATE       PIC X(8).
          05 WS-WINDOW-END-DATE         PIC X(8).
          05 WS-NEXT-EFFECTIVE-DATE     PIC X(8).
          05 WS-PRIOR-SALARY            PIC 9(7)V99.
          05 WS-FTE-PERCENT             PIC 9(3).
          05 WS-DATE-WORK-NUM           PIC 9(8).
          05 WS-WINDOW-START-DAYS       PIC S9(8) USAGE IS BINARY.
          05 WS-WINDOW-END-DAYS         PIC S9(8) USAGE IS BINARY.
          05 WS-WINDOW-DAYS             PIC S9(8) USAGE IS BINARY.
          05 WS-ARREARS-EDIT            PIC Z(6)9.99-.
          05 WS-PERIODS-EDIT            PIC ZZ9.
      *
       01 WS-HIST-SCAN-SWITCH           PIC X(1) VALUE SPACE.
          88 WS-HIST-SCAN-DONE                   VALUE 'Y'.
      *
       01 WS-COMP-SCAN-SWITCH           PIC X(1) VALUE SPACE.
          88 WS-COMP-SCAN-DONE                   VALUE 'Y'.
      ******************************************************************
      *   THE COMM-AREA FROM THE CALLER (SEE EARRCA.CPY).
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA                   PIC X(143).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           IF EIBCALEN IS LESS THAN LENGTH OF RETRO-CALC-COMMAREA
              EXEC CICS RETURN
                   END-EXEC
           END-IF.

           MOVE DFHCOMMAREA TO RETRO-CALC-COMMAREA.

           PERFORM 1000-INITIALIZE.
           PERFORM 1100-FIND-LAST-EXTRACT.

           IF WS-LAST-EXTRACT-DATE IS NOT EQUAL TO SPACES AND
              RTC-EFFECTIVE-DATE IS NOT GREATER THAN
              WS-LAST-EXTRACT-DATE
              PERFORM 2000-WORK-OUT-ARREARS
           END-IF.

           MOVE RETRO-CALC-COMMAREA TO DFHCOMMAREA.

           EXEC CICS RETURN
                END-EXEC.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIALIZE.
           INITIALIZE WS-WORKING-VARS.
           SET RTC-NOT-BACKDATED TO TRUE.
           MOVE ZEROES TO RTC-PERIODS.
           MOVE ZEROES TO RTC-ARREARS-AMOUNT.
           MOVE SPACES TO RTC-MESSAGE-TEXT.

       1100-FIND-LAST-EXTRACT.
      *    SAME SCAN EPAYXP'S DELTA USES - ITS RUN HISTORY IN START
      *    ORDER, KEEPING THE LATEST COMPLETED RUN. A RUN THAT DIED
      *    MID-FLIGHT NEVER REACHED PAYROLL, SO IT DOESN'T COUNT.
           MOVE SPACE TO WS-HIST-SCAN-SWITCH.
           MOVE APP-PAYEXT-PROGRAM-NAME TO RNH-JOB-NAME.
           MOVE LOW-VALUES TO RNH-START-TIMESTAMP.

           EXEC CICS STARTBR
                FILE(APP-RUNHIST-FILE-NAME)
                RIDFLD(RNH-HISTORY-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 1110-SCAN-NEXT-EXTRACT-RUN
                 UNTIL WS-HIST-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-RUNHIST-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       1110-SCAN-NEXT-EXTRACT-RUN.
           EXEC CICS READNEXT
                FILE(APP-RUNHIST-FILE-NAME)
                RIDFLD(RNH-HISTORY-KEY)
                INTO (RUN-HISTORY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-HIST-SCAN-DONE TO TRUE
           WHEN RNH-JOB-NAME IS NOT EQUAL TO APP-PAYEXT-PROGRAM-NAME
                SET WS-HIST-SCAN-DONE TO TRUE
           WHEN RNH-ST-COMPLETE
                MOVE RNH-START-TIMESTAMP(1:8) TO WS-LAST-EXTRACT-DATE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2000-WORK-OUT-ARREARS.
           PERFORM 2100-READ-EMPLOYEE.
           PERFORM 2200-FIND-NEIGHBOUR-RECORDS.

      *    A CHANGE TO A RECORD ALREADY ON FILE WAS PAID AT THE
      *    SALARY IT CARRIED BEFORE; A NEW ONE REPLACES WHATEVER WAS
      *    IN EFFECT BEFORE IT - NOTHING AT ALL FOR A FIRST RECORD.
           IF RTC-NEW-RECORD
              MOVE WS-PRIOR-SALARY TO RTC-OLD-SALARY
           END-IF.

      *    THE WINDOW - NOTHING WAS PAID BEFORE THE EMPLOYEE STARTED,
      *    AND A LATER RECORD ALREADY OWNS ITS OWN PERIODS.
           MOVE RTC-EFFECTIVE-DATE TO WS-WINDOW-START-DATE.
           IF EMP-START-DATE IS GREATER THAN WS-WINDOW-START-DATE
              MOVE EMP-START-DATE TO WS-WINDOW-START-DATE
           END-IF.

           MOVE WS-LAST-EXTRACT-DATE TO WS-WINDOW-END-DATE.
           MOVE WS-WINDOW-END-DATE TO WS-DATE-WORK-NUM.
           COMPUTE WS-WINDOW-END-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM).

           IF WS-NEXT-EFFECTIVE-DATE IS NOT EQUAL TO SPACES AND
              WS-NEXT-EFFECTIVE-DATE IS NOT GREATER THAN
              WS-WINDOW-END-DATE
              MOVE WS-NEXT-EFFECTIVE-DATE TO WS-DATE-WORK-NUM
              COMPUTE WS-WINDOW-END-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM) - 1
              COMPUTE WS-DATE-WORK-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-WINDOW-END-DAYS)
              MOVE WS-DATE-WORK-NUM TO WS-WINDOW-END-DATE
           END-IF.

           IF WS-WINDOW-START-DATE IS GREATER THAN WS-WINDOW-END-DATE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-WINDOW-START-DATE TO WS-DATE-WORK-NUM.
           COMPUTE WS-WINDOW-START-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM).
           COMPUTE WS-WINDOW-DAYS =
              WS-WINDOW-END-DAYS - WS-WINDOW-START-DAYS + 1.

      *    WHOLE PERIODS, ROUNDED UP.
           COMPUTE RTC-PERIODS =
              (WS-WINDOW-DAYS + APP-PAYEXT-PERIOD-DAYS - 1)
              / APP-PAYEXT-PERIOD-DAYS.

           INITIALIZE RETRO-PAYMENT-RECORD.
           COMPUTE RTP-PERIOD-DIFFERENCE ROUNDED =
              (RTC-NEW-SALARY - RTC-OLD-SALARY)
              / APP-RETRO-PERIODS-PER-YEAR.
           COMPUTE RTC-ARREARS-AMOUNT ROUNDED =
              RTP-PERIOD-DIFFERENCE * RTC-PERIODS
              * WS-FTE-PERCENT / 100.

           IF RTC-ARREARS-AMOUNT IS EQUAL TO ZERO
              SET RTC-NO-DIFFERENCE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3000-RAISE-RETRO-PAYMENT.

       2100-READ-EMPLOYEE.
      *    ZERO OR SPACES READS AS FULL TIME (SEE EMPMAST.CPY), AS
      *    DOES AN EMPLOYEE WHO CAN'T BE READ.
           MOVE 100 TO WS-FTE-PERCENT.
           MOVE RTC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              INITIALIZE EMPLOYEE-MASTER-RECORD
              EXIT PARAGRAPH
           END-IF.

           IF EMP-FTE-PERCENT IS NUMERIC AND
              EMP-FTE-PERCENT IS GREATER THAN ZERO
              MOVE EMP-FTE-PERCENT TO WS-FTE-PERCENT
           END-IF.

       2200-FIND-NEIGHBOUR-RECORDS.
      *    ONE EMPLOYEE'S RECORDS SIT TOGETHER IN EFFECTIVE-DATE
      *    ORDER: KEEP THE SALARY OF THE LAST ONE BEFORE THE SAVED
      *    RECORD AND THE DATE OF THE FIRST ONE AFTER IT.
           MOVE SPACE TO WS-COMP-SCAN-SWITCH.
           INITIALIZE COMPENSATION-RECORD.
           MOVE RTC-EMPLOYEE-ID TO CMP-EMPLOYEE-ID.

           EXEC CICS STARTBR
                FILE(APP-EMP-COMP-FILE-NAME)
                RIDFLD(CMP-COMP-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2210-SCAN-NEXT-COMP-RECORD
                 UNTIL WS-COMP-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-EMP-COMP-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2210-SCAN-NEXT-COMP-RECORD.
           EXEC CICS READNEXT
                FILE(APP-EMP-COMP-FILE-NAME)
                RIDFLD(CMP-COMP-KEY)
                INTO (COMPENSATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-COMP-SCAN-DONE TO TRUE
           WHEN CMP-EMPLOYEE-ID IS NOT EQUAL TO RTC-EMPLOYEE-ID
                SET WS-COMP-SCAN-DONE TO TRUE
           WHEN CMP-EFFECTIVE-DATE IS LESS THAN RTC-EFFECTIVE-DATE
                MOVE CMP-ANNUAL-SALARY TO WS-PRIOR-SALARY
           WHEN CMP-EFFECTIVE-DATE IS GREATER THAN RTC-EFFECTIVE-DATE
                MOVE CMP-EFFECTIVE-DATE TO WS-NEXT-EFFECTIVE-DATE
                SET WS-COMP-SCAN-DONE TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-RAISE-RETRO-PAYMENT.
           MOVE RTC-EMPLOYEE-ID TO RTP-EMPLOYEE-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RTP-RAISED-TIMESTAMP.
           MOVE WS-WINDOW-START-DATE TO RTP-EFFECTIVE-DATE.
           MOVE WS-WINDOW-END-DATE TO RTP-THROUGH-DATE.
           MOVE RTC-OLD-SALARY TO RTP-OLD-SALARY.
           MOVE RTC-NEW-SALARY TO RTP-NEW-SALARY.
           MOVE WS-FTE-PERCENT TO RTP-FTE-PERCENT.
           MOVE RTC-PERIODS TO RTP-PERIODS.
           MOVE RTC-ARREARS-AMOUNT TO RTP-ARREARS-AMOUNT.
           MOVE RTC-SOURCE-PROGRAM TO RTP-SOURCE-PROGRAM.
           MOVE RTC-USER-ID TO RTP-RAISED-BY-USER-ID.
           SET RTP-ST-PENDING TO TRUE.
           MOVE SPACES TO RTP-EXTRACTED-DATE.

           EXEC CICS WRITE
                FILE(APP-RETRO-FILE-NAME)
                FROM (RETRO-PAYMENT-RECORD)
                RIDFLD(RTP-RETRO-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET RTC-RAISE-FAILED TO TRUE
              MOVE 'Warning: Saved, But Retro Arrears Could Not Be Raise
      -            'd - Tell Payroll!'
                 TO RTC-MESSAGE-TEXT
              EXIT PARAGRAPH
           END-IF.

           SET RTC-RETRO-RAISED TO TRUE.
           MOVE RTC-ARREARS-AMOUNT TO WS-ARREARS-EDIT.
           MOVE RTC-PERIODS TO WS-PERIODS-EDIT.

           STRING 'Saved - Retro Arrears '
                  FUNCTION TRIM(WS-ARREARS-EDIT)
                  ' For '
                  FUNCTION TRIM(WS-PERIODS-EDIT)
                  ' Period(s) Go Out On The Next Extract!'
              DELIMITED BY SIZE
              INTO RTC-MESSAGE-TEXT
           END-STRING.
