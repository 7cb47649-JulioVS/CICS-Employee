       IDENTIFICATION DIVISION.
       PROGRAM-ID. EARRRP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'RETRO PAY ARREARS REPORT' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID EARLY EACH MONTH -
      *        SAME STYLE AS ECUTRP.
      *      - LISTS EVERY RETRO PAYMENT (SEE ERETPAY.CPY) RAISED IN
      *        THE PREVIOUS CALENDAR MONTH: WHO, THE ARREARS WINDOW AND
      *        PERIODS, THE OLD AND NEW SALARY, THE FTE APPLIED, THE
      *        AMOUNT, WHO SAVED THE CHANGE AND WHERE, AND WHETHER
      *        EPAYXP HAS SENT IT YET ('SENT') OR NOT ('DUE').
      *      - CLOSES WITH THE COUNT, THE ARREARS PAID OUT, THE
      *        OVERPAYMENTS TO RECOVER AND THE NET, FOR PAYROLL TO
      *        AGREE TO ITS OWN FIGURES.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - RETRO PAYMENT RECORD.
      *      - RUN-CONTROL AND RUN-HISTORY RECORDS.
      ******************************************************************
       COPY ECONST.
       COPY ERETPAY.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-TITLE-LINE.
          05 FILLER                     PIC X(38)
                  VALUE 'RETRO PAY ARREARS RAISED - MONTH OF '.
          05 WS-TTL-MONTH               PIC 9(2)   VALUE ZEROES.
          05 FILLER                     PIC X(1)   VALUE '-'.
          05 WS-TTL-YEAR                PIC 9(4)   VALUE ZEROES.
          05 FILLER                     PIC X(35)  VALUE SPACES.
      *
       01 WS-HEADING-LINE.
          05 FILLER                     PIC X(40)  VALUE
             '  EMPLOYEE RAISED     FROM       THROUGH'.
          05 FILLER                     PIC X(40)  VALUE
             '    PRD FTE     ARREARS USER     STAT   '.
      *
       01 WS-RETRO-DETAIL-LINE.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-RDL-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-RDL-RAISED-DATE         PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-RDL-EFFECTIVE-DATE      PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-RDL-THROUGH-DATE        PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-RDL-PERIODS             PIC ZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-RDL-FTE-PERCENT         PIC ZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-RDL-ARREARS-AMOUNT      PIC Z(6)9.99-.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-RDL-USER-ID             PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-RDL-STATUS              PIC X(4)   VALUE SPACES.
          05 FILLER                     PIC X(3)   VALUE SPACES.
      *
       01 WS-SALARY-DETAIL-LINE.
          05 FILLER                     PIC X(11)  VALUE SPACES.
          05 FILLER                     PIC X(11)  VALUE 'OLD SALARY '.
          05 WS-SDL-OLD-SALARY          PIC Z(6)9.99.
          05 FILLER                     PIC X(13)
                                         VALUE '  NEW SALARY '.
          05 WS-SDL-NEW-SALARY          PIC Z(6)9.99.
          05 FILLER                     PIC X(6)   VALUE '  VIA '.
          05 WS-SDL-SOURCE-PROGRAM      PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(11)  VALUE SPACES.
      *
       01 WS-TOTAL-LINE.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-TOT-LABEL               PIC X(28)  VALUE SPACES.
          05 WS-TOT-AMOUNT              PIC Z(8)9.99-.
          05 FILLER                     PIC X(37)  VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-RECORDS-READ            PIC 9(7)  VALUE ZEROES.
          05 WS-RETRO-LISTED            PIC 9(5)  VALUE ZEROES.
          05 WS-LINES-WRITTEN           PIC 9(7)  VALUE ZEROES.
          05 WS-TOTAL-ARREARS           PIC S9(9)V99 VALUE ZEROES.
          05 WS-TOTAL-RECOVERY          PIC S9(9)V99 VALUE ZEROES.
          05 WS-TOTAL-NET               PIC S9(9)V99 VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-LISTED            PIC ZZZZ9.
          05 WS-REPLY-NET               PIC Z(8)9.99-.
      *
       01 WS-RET-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-RET-END-OF-FILE                   VALUE 'Y'.
      *
       01 WS-RUN-DATE                   PIC X(8)  VALUE SPACES.
      *
      *    THE MONTH BEING REPORTED - THE ONE BEFORE THE RUN DATE.
      *
       01 WS-REPORT-MONTH.
          05 WS-RPT-YEAR                PIC 9(4)  VALUE ZEROES.
          05 WS-RPT-MONTH               PIC 9(2)  VALUE ZEROES.
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
           PERFORM 1100-FIND-REPORT-MONTH.
           PERFORM 1200-WRITE-REPORT-HEADING.
           PERFORM 2000-LIST-RETRO-PAYMENTS.
           PERFORM 2800-WRITE-TOTALS.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-ARRRPT-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       1100-FIND-REPORT-MONTH.
           MOVE WS-RUN-DATE(1:4) TO WS-RPT-YEAR.
           MOVE WS-RUN-DATE(5:2) TO WS-RPT-MONTH.

           IF WS-RPT-MONTH IS EQUAL TO 1
              MOVE 12 TO WS-RPT-MONTH
              SUBTRACT 1 FROM WS-RPT-YEAR
           ELSE
              SUBTRACT 1 FROM WS-RPT-MONTH
           END-IF.

       1200-WRITE-REPORT-HEADING.
           MOVE WS-RPT-MONTH TO WS-TTL-MONTH.
           MOVE WS-RPT-YEAR TO WS-TTL-YEAR.
           MOVE WS-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE WS-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2000-LIST-RETRO-PAYMENTS.
      *    ZERO KEY POSITIONS THE BROWSE AT THE FIRST PAYMENT ON FILE.
           INITIALIZE RETRO-PAYMENT-RECORD.
           MOVE SPACE TO WS-RET-BROWSE-SWITCH.

           EXEC CICS STARTBR
                FILE(APP-RETRO-FILE-NAME)
                RIDFLD(RTP-RETRO-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2100-READ-NEXT-RETRO
                   UNTIL WS-RET-END-OF-FILE

                EXEC CICS ENDBR
                     FILE(APP-RETRO-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Retro Payment File!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2100-READ-NEXT-RETRO.
           EXEC CICS READNEXT
                FILE(APP-RETRO-FILE-NAME)
                RIDFLD(RTP-RETRO-KEY)
                INTO (RETRO-PAYMENT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-RET-END-OF-FILE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RECORDS-READ.

           IF RTP-RAISED-DATE(1:6) IS EQUAL TO WS-REPORT-MONTH
              PERFORM 2200-WRITE-RETRO-DETAIL
           END-IF.

       2200-WRITE-RETRO-DETAIL.
           INITIALIZE WS-RETRO-DETAIL-LINE.
           MOVE RTP-EMPLOYEE-ID TO WS-RDL-EMPLOYEE-ID.
           MOVE RTP-RAISED-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-RDL-RAISED-DATE.
           MOVE RTP-EFFECTIVE-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-RDL-EFFECTIVE-DATE.
           MOVE RTP-THROUGH-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-RDL-THROUGH-DATE.
           MOVE RTP-PERIODS TO WS-RDL-PERIODS.
           MOVE RTP-FTE-PERCENT TO WS-RDL-FTE-PERCENT.
           MOVE RTP-ARREARS-AMOUNT TO WS-RDL-ARREARS-AMOUNT.
           MOVE RTP-RAISED-BY-USER-ID TO WS-RDL-USER-ID.

           IF RTP-ST-EXTRACTED
              MOVE 'SENT' TO WS-RDL-STATUS
           ELSE
              MOVE 'DUE' TO WS-RDL-STATUS
           END-IF.

           MOVE WS-RETRO-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           INITIALIZE WS-SALARY-DETAIL-LINE.
           MOVE RTP-OLD-SALARY TO WS-SDL-OLD-SALARY.
           MOVE RTP-NEW-SALARY TO WS-SDL-NEW-SALARY.
           MOVE RTP-SOURCE-PROGRAM TO WS-SDL-SOURCE-PROGRAM.
           MOVE WS-SALARY-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           ADD 1 TO WS-RETRO-LISTED.

           IF RTP-ARREARS-AMOUNT IS LESS THAN ZERO
              ADD RTP-ARREARS-AMOUNT TO WS-TOTAL-RECOVERY
           ELSE
              ADD RTP-ARREARS-AMOUNT TO WS-TOTAL-ARREARS
           END-IF.

       2800-WRITE-TOTALS.
           COMPUTE WS-TOTAL-NET = WS-TOTAL-ARREARS + WS-TOTAL-RECOVERY.

           INITIALIZE WS-TOTAL-LINE.
           MOVE 'ARREARS PAID OUT' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-ARREARS TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           INITIALIZE WS-TOTAL-LINE.
           MOVE 'OVERPAYMENTS TO RECOVER' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-RECOVERY TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           INITIALIZE WS-TOTAL-LINE.
           MOVE 'NET RETRO PAYMENTS' TO WS-TOT-LABEL.
           MOVE WS-TOTAL-NET TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-RETRO-LISTED TO WS-REPLY-LISTED.
           MOVE WS-TOTAL-NET TO WS-REPLY-NET.

           STRING 'Retro Arrears Report Complete - '
                  FUNCTION TRIM(WS-REPLY-LISTED)
                  ' Payment(s), Net '
                  FUNCTION TRIM(WS-REPLY-NET)
                  ' - Queue '
                  APP-ARRRPT-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-ARRRPT-QUEUE-NAME)
                FROM (WS-REPORT-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           ADD 1 TO WS-LINES-WRITTEN.


       1500-CHECK-RUN-CONTROL.
      *    A SECOND RUN ON THE SAME DAY WOULD WIPE THE RUN'S OUTPUT
      *    MID-PICKUP, SO IT IS REFUSED UNLESS THE OPERATOR TYPED
      *    'FORCE' AFTER THE TRANSACTION ID.
           MOVE LENGTH OF WS-TERMINAL-INPUT
              TO WS-TERMINAL-INPUT-LEN.

           MOVE SPACES TO WS-TERMINAL-INPUT.

      *    WHEN THE NIGHTLY DRIVER (ENIGHTP) LINKS TO US THERE IS NO
      *    TERMINAL INPUT TO READ - ITS COMMAREA MARKS THE CALL.
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
                 MOVE 'Already Ran Today - Re-Enter With FORCE To Re
      -              'run (Output Kept)!'
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
                RIDFLD(APP-RUNCTL-RRN-ARRRPT)
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
           MOVE APP-ARRRPT-PROGRAM-NAME TO RNH-JOB-NAME.
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
                   RIDFLD(APP-RUNCTL-RRN-ARRRPT)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-ARRRPT-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-ARRRPT-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-ARRRPT)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-ARRRPT-PROGRAM-NAME TO RNH-JOB-NAME.
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
              MOVE WS-RECORDS-READ TO RNH-RECORDS-READ
              MOVE WS-LINES-WRITTEN TO RNH-RECORDS-WRITTEN
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
