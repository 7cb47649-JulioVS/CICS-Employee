       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECUTRP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'PAYROLL CUT-OFF CHANGE REPORT' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID ON CUT-OFF DAY - SAME
      *        STYLE AS ERTWXP.
      *      - LISTS EVERY PAYROLL-RELEVANT CHANGE KEYED SINCE THE
      *        PREVIOUS CUT-OFF ON THE PAY CALENDAR (SEE EPAYCAL.CPY),
      *        FOR PAYROLL TO SIGN OFF:
      *          SECTION 1 - EAUDIT ENTRIES: HIRES, DELETES,
      *              REACTIVATIONS AND MERGES, PLUS THE PAYROLL FIELDS
      *              OF AN UPDATE (EAUDDTL) - DEPARTMENT, START/END
      *              DATE, FTE, EMPLOYEE TYPE, A REVERSED SALARY AND
      *              PAYMENT DETAILS (WITH THE BANK CODE AND METHOD NOW
      *              ON EPAYDTL, ACCOUNT MASKED TO ITS LAST FOUR).
      *          SECTION 2 - EMPCOMP RECORDS KEYED IN THE WINDOW,
      *              WHATEVER THEIR EFFECTIVE DATE. ONE EFFECTIVE ON OR
      *              BEFORE THE PREVIOUS CUT-OFF IS FLAGGED BACKDATED -
      *              IT REACHES INTO A PERIOD ALREADY PAID.
      *      - THE CUT-OFF BEING CLOSED IS THE LATEST ACTIVE ONE ON OR
      *        BEFORE TODAY; ANYTHING KEYED AFTER IT (A LATE RUN OF THE
      *        REPORT) IS FLAGGED LATE - IT MISSED THAT PAY DATE. WITH
      *        NO EARLIER CUT-OFF ON FILE THE WINDOW REACHES BACK
      *        APP-CUTRPT-FIRST-DAYS.
      *      - COMPENSATION CHANGES ARE TAKEN FROM EMPCOMP ALONE, SO
      *        THE ECMPRVP/ESALRVP AUDIT ENTRIES ARE NOT LISTED TWICE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - PAY CALENDAR RECORD.
      *      - AUDIT LOG RECORD.
      *      - AUDIT DETAIL RECORD.
      *      - COMPENSATION RECORD.
      *      - PAYMENT DETAILS RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EPAYCAL.
       COPY EAUDIT.
       COPY EAUDDTL.
       COPY ECOMP.
       COPY EPAYDTL.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-TITLE-LINE.
          05 FILLER                     PIC X(34)
                         VALUE 'PAYROLL CUT-OFF CHANGES - PERIOD '.
          05 WS-TTL-PERIOD-LABEL        PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(11)
                                         VALUE ' PAY DATE '.
          05 WS-TTL-PAY-DATE            PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(15)  VALUE SPACES.
      *
       01 WS-WINDOW-LINE.
          05 FILLER                     PIC X(14)
                                         VALUE 'KEYED AFTER '.
          05 WS-WIN-FROM-DATE           PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(7)   VALUE ' UP TO '.
          05 WS-WIN-TO-DATE             PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(10)
                                         VALUE ' CUT-OFF '.
          05 WS-WIN-CUTOFF-DATE         PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(19)  VALUE SPACES.
      *
       01 WS-CHANGE-DETAIL-LINE.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-CHG-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-CHG-KEYED-DATE          PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-CHG-USER-ID             PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-CHG-FIELD-NAME          PIC X(16)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-CHG-OLD-VALUE           PIC X(12)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-CHG-NEW-VALUE           PIC X(12)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-CHG-FLAG                PIC X(4)   VALUE SPACES.
          05 FILLER                     PIC X(2)   VALUE SPACES.
      *
       01 WS-COMP-DETAIL-LINE.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-CDL-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-CDL-KEYED-DATE          PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-CDL-USER-ID             PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-CDL-EFFECTIVE-DATE      PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-CDL-ANNUAL-SALARY       PIC ZZZZZZ9.99.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-CDL-CHANGE-REASON       PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-CDL-FLAGS               PIC X(14)  VALUE SPACES.
          05 FILLER                     PIC X(2)   VALUE SPACES.
      *
       01 WS-PAYMENT-OLD-VALUE.
          05 FILLER                     PIC X(3)   VALUE 'BK '.
          05 WS-PMO-BANK-CODE           PIC X(9)   VALUE SPACES.
      *
       01 WS-PAYMENT-NEW-VALUE.
          05 FILLER                     PIC X(4)   VALUE '****'.
          05 WS-PMN-LAST-FOUR           PIC X(4)   VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-PMN-METHOD              PIC X(3)   VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-RECORDS-READ            PIC 9(7)  VALUE ZEROES.
          05 WS-CHANGES-LISTED          PIC 9(5)  VALUE ZEROES.
          05 WS-COMP-LISTED             PIC 9(5)  VALUE ZEROES.
          05 WS-LATE-LISTED             PIC 9(5)  VALUE ZEROES.
          05 WS-LINES-WRITTEN           PIC 9(7)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-CHANGES           PIC ZZZZ9.
          05 WS-REPLY-COMP              PIC ZZZZ9.
          05 WS-REPLY-LATE              PIC ZZZZ9.
      *
       01 WS-CAL-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-CAL-END-OF-FILE                   VALUE 'Y'.
      *
       01 WS-AUD-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-AUD-END-OF-FILE                   VALUE 'Y'.
      *
       01 WS-DTL-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-DTL-END-OF-ENTRY                  VALUE 'Y'.
      *
       01 WS-CMP-BROWSE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-CMP-END-OF-FILE                   VALUE 'Y'.
      *
       01 WS-FIELD-CHECK                PIC X(1)  VALUE SPACES.
          88 WS-PAYROLL-FIELD                     VALUE 'Y'.
      *
       01 WS-RUN-DATE                   PIC X(8)  VALUE SPACES.
       01 WS-CLOSING-CUTOFF             PIC X(8)  VALUE SPACES.
       01 WS-CLOSING-PAY-DATE           PIC X(8)  VALUE SPACES.
       01 WS-CLOSING-LABEL              PIC X(10) VALUE SPACES.
       01 WS-PREVIOUS-CUTOFF            PIC X(8)  VALUE SPACES.
       01 WS-KEYED-DATE                 PIC X(8)  VALUE SPACES.
       01 WS-DATE-WORK-NUM              PIC 9(8)  VALUE ZEROES.
       01 WS-DATE-WORK-DAYS             PIC S9(8) USAGE IS BINARY.
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
           PERFORM 1100-FIND-CUTOFF-WINDOW.
           PERFORM 1200-WRITE-REPORT-HEADING.
           PERFORM 2000-LIST-AUDITED-CHANGES.
           PERFORM 3000-LIST-COMPENSATION-CHANGES.
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
                QNAME(APP-CUTRPT-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       1100-FIND-CUTOFF-WINDOW.
      *    THE CALENDAR IS A SMALL TABLE - ONE PASS KEEPS THE TWO
      *    LATEST ACTIVE CUT-OFFS ON OR BEFORE TODAY: THE ONE BEING
      *    CLOSED AND THE ONE BEFORE IT, WHICH OPENS THE WINDOW.
           INITIALIZE PAY-CALENDAR-RECORD.
           MOVE SPACE TO WS-CAL-BROWSE-SWITCH.

           EXEC CICS STARTBR
                FILE(APP-PAYCAL-FILE-NAME)
                RIDFLD(PCL-PAY-DATE)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 1110-READ-NEXT-PERIOD
                 UNTIL WS-CAL-END-OF-FILE

              EXEC CICS ENDBR
                   FILE(APP-PAYCAL-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

      *    NO CALENDAR AT ALL - THE REPORT STILL RUNS, CLOSING TODAY.
           IF WS-CLOSING-CUTOFF IS EQUAL TO SPACES
              MOVE WS-RUN-DATE TO WS-CLOSING-CUTOFF
           END-IF.

           IF WS-PREVIOUS-CUTOFF IS EQUAL TO SPACES
              MOVE WS-CLOSING-CUTOFF TO WS-DATE-WORK-NUM
              COMPUTE WS-DATE-WORK-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM)
                 - APP-CUTRPT-FIRST-DAYS
              COMPUTE WS-DATE-WORK-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-WORK-DAYS)
              MOVE WS-DATE-WORK-NUM TO WS-PREVIOUS-CUTOFF
           END-IF.

       1110-READ-NEXT-PERIOD.
           EXEC CICS READNEXT
                FILE(APP-PAYCAL-FILE-NAME)
                RIDFLD(PCL-PAY-DATE)
                INTO (PAY-CALENDAR-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-CAL-END-OF-FILE TO TRUE
           WHEN NOT PCL-ACTIVE
                CONTINUE
           WHEN PCL-CUTOFF-DATE IS GREATER THAN WS-RUN-DATE
                CONTINUE
           WHEN WS-CLOSING-CUTOFF IS EQUAL TO SPACES OR
                PCL-CUTOFF-DATE IS GREATER THAN WS-CLOSING-CUTOFF
                MOVE WS-CLOSING-CUTOFF TO WS-PREVIOUS-CUTOFF
                MOVE PCL-CUTOFF-DATE TO WS-CLOSING-CUTOFF
                MOVE PCL-PAY-DATE TO WS-CLOSING-PAY-DATE
                MOVE PCL-PERIOD-LABEL TO WS-CLOSING-LABEL
           WHEN PCL-CUTOFF-DATE IS LESS THAN WS-CLOSING-CUTOFF AND
                (WS-PREVIOUS-CUTOFF IS EQUAL TO SPACES OR
                 PCL-CUTOFF-DATE IS GREATER THAN WS-PREVIOUS-CUTOFF)
                MOVE PCL-CUTOFF-DATE TO WS-PREVIOUS-CUTOFF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       1200-WRITE-REPORT-HEADING.
           INITIALIZE WS-TITLE-LINE.
           MOVE WS-CLOSING-LABEL TO WS-TTL-PERIOD-LABEL.
           IF WS-CLOSING-PAY-DATE IS NOT EQUAL TO SPACES
              MOVE WS-CLOSING-PAY-DATE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO WS-TTL-PAY-DATE
           END-IF.
           MOVE WS-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           INITIALIZE WS-WINDOW-LINE.
           MOVE WS-PREVIOUS-CUTOFF TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-WIN-FROM-DATE.
           MOVE WS-RUN-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-WIN-TO-DATE.
           MOVE WS-CLOSING-CUTOFF TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-WIN-CUTOFF-DATE.
           MOVE WS-WINDOW-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2000-LIST-AUDITED-CHANGES.
           MOVE 'SECTION 1 - STATUS, DEPARTMENT, DATE AND PAYMENT CHANGE
      -         'S (EAUDIT)'
              TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

      *    ZERO KEY POSITIONS THE BROWSE AT THE FIRST ENTRY ON FILE.
           INITIALIZE AUDIT-LOG-RECORD.
           MOVE SPACE TO WS-AUD-BROWSE-SWITCH.

           EXEC CICS STARTBR
                FILE(APP-AUDIT-LOG-FILE-NAME)
                RIDFLD(AUD-AUDIT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2100-READ-NEXT-AUDIT-ENTRY
                   UNTIL WS-AUD-END-OF-FILE

                EXEC CICS ENDBR
                     FILE(APP-AUDIT-LOG-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Audit Log!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2100-READ-NEXT-AUDIT-ENTRY.
           EXEC CICS READNEXT
                FILE(APP-AUDIT-LOG-FILE-NAME)
                RIDFLD(AUD-AUDIT-KEY)
                INTO (AUDIT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-AUD-END-OF-FILE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RECORDS-READ.

           EVALUATE TRUE
           WHEN AUD-AUDIT-DATE IS NOT GREATER THAN WS-PREVIOUS-CUTOFF
                CONTINUE
           WHEN AUD-AUDIT-DATE IS GREATER THAN WS-RUN-DATE
                CONTINUE
           WHEN AUD-ACTION-UNMASK
      *         A LOOK, NOT A CHANGE.
                CONTINUE
           WHEN AUD-ACTION-RECHAIN
      *         A RESEAL OF THE AUDIT CHAIN, NOT A CHANGE.
                CONTINUE
           WHEN AUD-SOURCE-PROGRAM IS EQUAL TO APP-COMPRV-PROGRAM-NAME
           WHEN AUD-SOURCE-PROGRAM IS EQUAL TO APP-SALRV-PROGRAM-NAME
      *         LISTED FROM EMPCOMP ITSELF IN SECTION 2.
                CONTINUE
           WHEN AUD-ACTION-UPDATE
                PERFORM 2200-LIST-UPDATED-FIELDS
           WHEN OTHER
                PERFORM 2150-LIST-STATUS-CHANGE
           END-EVALUATE.

       2150-LIST-STATUS-CHANGE.
           PERFORM 2400-START-CHANGE-LINE.

           EVALUATE TRUE
           WHEN AUD-ACTION-ADD
                MOVE 'NEW HIRE' TO WS-CHG-FIELD-NAME
           WHEN AUD-ACTION-DELETE
                MOVE 'DELETED' TO WS-CHG-FIELD-NAME
           WHEN AUD-ACTION-REACTIVATE
                MOVE 'REACTIVATED' TO WS-CHG-FIELD-NAME
           WHEN AUD-ACTION-MERGE
                MOVE 'MERGED' TO WS-CHG-FIELD-NAME
           WHEN OTHER
                MOVE AUD-ACTION-CODE TO WS-CHG-FIELD-NAME
           END-EVALUATE.

           MOVE AUD-SOURCE-PROGRAM TO WS-CHG-NEW-VALUE.

           PERFORM 2450-WRITE-CHANGE-LINE.

       2200-LIST-UPDATED-FIELDS.
      *    ONLY THE PAYROLL FIELDS OF AN UPDATE MAKE THE LIST - A NEW
      *    SUPERVISOR OR APPRAISAL IS NOT PAYROLL'S BUSINESS.
           MOVE AUD-EMPLOYEE-ID TO ADT-EMPLOYEE-ID.
           MOVE AUD-AUDIT-TIMESTAMP TO ADT-AUDIT-TIMESTAMP.
           MOVE ZEROES TO ADT-FIELD-SEQ.
           MOVE SPACE TO WS-DTL-BROWSE-SWITCH.

           EXEC CICS STARTBR
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                RIDFLD(ADT-DETAIL-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2210-READ-NEXT-DETAIL
                 UNTIL WS-DTL-END-OF-ENTRY

              EXEC CICS ENDBR
                   FILE(APP-AUDIT-DETAIL-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2210-READ-NEXT-DETAIL.
           EXEC CICS READNEXT
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                RIDFLD(ADT-DETAIL-KEY)
                INTO (AUDIT-DETAIL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-DTL-END-OF-ENTRY TO TRUE
           WHEN ADT-EMPLOYEE-ID IS NOT EQUAL TO AUD-EMPLOYEE-ID
                SET WS-DTL-END-OF-ENTRY TO TRUE
           WHEN ADT-AUDIT-TIMESTAMP IS NOT EQUAL TO
                AUD-AUDIT-TIMESTAMP
                SET WS-DTL-END-OF-ENTRY TO TRUE
           WHEN OTHER
                PERFORM 2220-CHECK-PAYROLL-FIELD
                IF WS-PAYROLL-FIELD
                   PERFORM 2300-LIST-ONE-FIELD
                END-IF
           END-EVALUATE.

       2220-CHECK-PAYROLL-FIELD.
           MOVE SPACE TO WS-FIELD-CHECK.

           EVALUATE ADT-FIELD-NAME
           WHEN 'DEPARTMENT ID'
           WHEN 'START DATE'
           WHEN 'END DATE'
           WHEN 'FTE PERCENT'
           WHEN 'EMPLOYEE TYPE'
           WHEN 'ANNUAL SALARY'
           WHEN 'PAYMENT DETAILS'
                SET WS-PAYROLL-FIELD TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2300-LIST-ONE-FIELD.
           PERFORM 2400-START-CHANGE-LINE.

           MOVE ADT-FIELD-NAME TO WS-CHG-FIELD-NAME.

           IF ADT-FIELD-NAME IS EQUAL TO 'PAYMENT DETAILS'
              PERFORM 2310-DESCRIBE-PAYMENT-CHANGE
           ELSE
              MOVE ADT-OLD-VALUE TO WS-CHG-OLD-VALUE
              MOVE ADT-NEW-VALUE TO WS-CHG-NEW-VALUE
           END-IF.

           PERFORM 2450-WRITE-CHANGE-LINE.

       2310-DESCRIBE-PAYMENT-CHANGE.
      *    THE AUDIT ROW HOLDS ONLY THE MASKED ACCOUNT - THE BANK CODE
      *    AND METHOD PAYROLL WILL USE COME FROM THE RECORD ON FILE.
           INITIALIZE WS-PAYMENT-OLD-VALUE.
           INITIALIZE WS-PAYMENT-NEW-VALUE.
           MOVE ADT-NEW-VALUE(14:4) TO WS-PMN-LAST-FOUR.

           MOVE ADT-EMPLOYEE-ID TO PAY-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-PAYMENT-DETAIL-FILE-NAME)
                INTO (PAYMENT-DETAILS-RECORD)
                RIDFLD(PAY-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE PAY-BANK-CODE TO WS-PMO-BANK-CODE
              EVALUATE TRUE
              WHEN PAY-MT-DEPOSIT
                   MOVE 'DEP' TO WS-PMN-METHOD
              WHEN PAY-MT-CHECK
                   MOVE 'CHQ' TO WS-PMN-METHOD
              WHEN OTHER
                   MOVE PAY-PAYMENT-METHOD TO WS-PMN-METHOD
              END-EVALUATE
           END-IF.

           MOVE WS-PAYMENT-OLD-VALUE TO WS-CHG-OLD-VALUE.
           MOVE WS-PAYMENT-NEW-VALUE TO WS-CHG-NEW-VALUE.

       2400-START-CHANGE-LINE.
           INITIALIZE WS-CHANGE-DETAIL-LINE.
           MOVE AUD-EMPLOYEE-ID TO WS-CHG-EMPLOYEE-ID.
           MOVE AUD-AUDIT-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-CHG-KEYED-DATE.
           MOVE AUD-CHANGED-BY-USER-ID TO WS-CHG-USER-ID.

           IF AUD-AUDIT-DATE IS GREATER THAN WS-CLOSING-CUTOFF
              MOVE 'LATE' TO WS-CHG-FLAG
              ADD 1 TO WS-LATE-LISTED
           END-IF.

       2450-WRITE-CHANGE-LINE.
           ADD 1 TO WS-CHANGES-LISTED.
           MOVE WS-CHANGE-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2900-BUILD-REPLY-TEXT.
           MOVE 'PAYROLL SIGN-OFF: ____________________  DATE: _________
      -         '_'
              TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE WS-CHANGES-LISTED TO WS-REPLY-CHANGES.
           MOVE WS-COMP-LISTED TO WS-REPLY-COMP.
           MOVE WS-LATE-LISTED TO WS-REPLY-LATE.

           STRING 'Cut-Off Report Complete - '
                  FUNCTION TRIM(WS-REPLY-CHANGES)
                  ' Changes, '
                  FUNCTION TRIM(WS-REPLY-COMP)
                  ' Comp, '
                  FUNCTION TRIM(WS-REPLY-LATE)
                  ' Late - Queue '
                  APP-CUTRPT-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

       3000-LIST-COMPENSATION-CHANGES.
           MOVE 'SECTION 2 - COMPENSATION RECORDS KEYED (EMPCOMP)'
              TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           INITIALIZE COMPENSATION-RECORD.
           MOVE SPACE TO WS-CMP-BROWSE-SWITCH.

           EXEC CICS STARTBR
                FILE(APP-EMP-COMP-FILE-NAME)
                RIDFLD(CMP-COMP-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 3100-READ-NEXT-COMP-RECORD
                   UNTIL WS-CMP-END-OF-FILE

                EXEC CICS ENDBR
                     FILE(APP-EMP-COMP-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Compensation File!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       3100-READ-NEXT-COMP-RECORD.
           EXEC CICS READNEXT
                FILE(APP-EMP-COMP-FILE-NAME)
                RIDFLD(CMP-COMP-KEY)
                INTO (COMPENSATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-CMP-END-OF-FILE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RECORDS-READ.

      *    A RECORD KEYED BEFORE THE ENTRY STAMP EXISTED CARRIES
      *    SPACES - IT CANNOT BE NEW SINCE THE LAST CUT-OFF.
           MOVE CMP-ENTERED-TIMESTAMP(1:8) TO WS-KEYED-DATE.

           EVALUATE TRUE
           WHEN WS-KEYED-DATE IS EQUAL TO SPACES OR LOW-VALUES
                CONTINUE
           WHEN WS-KEYED-DATE IS NOT GREATER THAN WS-PREVIOUS-CUTOFF
                CONTINUE
           WHEN WS-KEYED-DATE IS GREATER THAN WS-RUN-DATE
                CONTINUE
           WHEN OTHER
                PERFORM 3200-WRITE-COMP-DETAIL
           END-EVALUATE.

       3200-WRITE-COMP-DETAIL.
           INITIALIZE WS-COMP-DETAIL-LINE.
           MOVE CMP-EMPLOYEE-ID TO WS-CDL-EMPLOYEE-ID.
           MOVE WS-KEYED-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-CDL-KEYED-DATE.
           MOVE CMP-ENTERED-BY-USER-ID TO WS-CDL-USER-ID.
           MOVE CMP-EFFECTIVE-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-CDL-EFFECTIVE-DATE.
           MOVE CMP-ANNUAL-SALARY TO WS-CDL-ANNUAL-SALARY.
           MOVE CMP-CHANGE-REASON TO WS-CDL-CHANGE-REASON.

      *    BACKDATED - EFFECTIVE IN A PERIOD PAYROLL HAS ALREADY
      *    CLOSED, SO IT NEEDS ARREARS. LATE - KEYED AFTER THE CUT-OFF
      *    BEING CLOSED, SO IT MISSED THAT PAY DATE.
           IF CMP-EFFECTIVE-DATE IS NOT GREATER THAN WS-PREVIOUS-CUTOFF
              MOVE 'BACKDATED' TO WS-CDL-FLAGS
           END-IF.

           IF WS-KEYED-DATE IS GREATER THAN WS-CLOSING-CUTOFF
              MOVE 'LATE' TO WS-CDL-FLAGS(11:4)
              ADD 1 TO WS-LATE-LISTED
           END-IF.

           ADD 1 TO WS-COMP-LISTED.
           MOVE WS-COMP-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-CUTRPT-QUEUE-NAME)
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
                RIDFLD(APP-RUNCTL-RRN-PAYCUT)
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
           MOVE APP-CUTRPT-PROGRAM-NAME TO RNH-JOB-NAME.
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
                   RIDFLD(APP-RUNCTL-RRN-PAYCUT)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-CUTRPT-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-CUTRPT-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-PAYCUT)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-CUTRPT-PROGRAM-NAME TO RNH-JOB-NAME.
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
