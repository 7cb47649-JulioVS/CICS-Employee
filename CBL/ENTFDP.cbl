       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTFDP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - 'NOTIFICATION DISPATCHER' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, ENTERED BY
      *        TRANSACTION ID OR SCHEDULED VIA CICS INTERVAL CONTROL
      *        AS OFTEN AS THE SITE LIKES - SAME MOLD AS EPRBDP.
      *      - DRAINS THE NOTIFICATION OUTBOX (SEE ENTFOBX.CPY) OLDEST
      *        FIRST THE WAY ETRNAPP DRAINS PENDING TRANSFERS: TAKE
      *        THE FIRST RECORD, DEAL WITH IT, DELETE IT, LOOK AGAIN.
      *      - EACH MESSAGE GOES TO THE RECIPIENT'S CNT-EMAIL-ADDRESS
      *        ON THE MAIL GATEWAY'S INBOUND QUEUE (SEE EMAILGW.CPY),
      *        ITS TEMPLATE (ELTRTPL) FILLED FROM THE OUTBOX VALUES.
      *      - NO SUCH EMPLOYEE, NO EMAIL ON FILE OR NO TEMPLATE MAKES
      *        THE MESSAGE UNDELIVERABLE - LISTED ON THE REPORT QUEUE
      *        BELOW SO HR CAN CHASE THE ADDRESS. A RECIPIENT WHO HAS
      *        OPTED OUT OF THE TYPE (ECONTP) IS JUST COUNTED.
      *      - SO THE DAY'S UNDELIVERABLES SURVIVE SEVERAL RUNS, THE
      *        REPORT QUEUE IS ONLY CLEARED BY THE FIRST RUN OF THE
      *        DAY; THE GATEWAY QUEUE IS NEVER CLEARED HERE AT ALL.
      *        THE RUN-CONTROL RECORD AND RUN HISTORY ARE KEPT AS FOR
      *        EVERY BATCH JOB, BUT A SECOND RUN IS NOT REFUSED - THE
      *        OUTBOX ONLY EVER HOLDS WHAT IS STILL TO BE SENT.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - NOTIFICATION OUTBOX RECORD.
      *      - MAIL GATEWAY INBOUND RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - EMPLOYEE CONTACT DETAILS RECORD.
      *      - LETTER / NOTIFICATION TEMPLATE LINE RECORD.
      ******************************************************************
       COPY ECONST.
       COPY ENTFOBX.
       COPY EMAILGW.
       COPY EMPMAST.
       COPY ECONT.
       COPY ELTRTPL.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-RUN-HEADING-LINE.
          05 FILLER                     PIC X(33)
             VALUE 'UNDELIVERABLE NOTIFICATIONS - RUN'.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-HDG-RUN-DATE            PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-HDG-RUN-TIME            PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(27)  VALUE SPACES.
      *
       01 WS-COLUMN-HEADING-LINE.
          05 FILLER                     PIC X(40)
             VALUE 'RECIPIENT TEMPLATE FROM     QUEUED AT   '.
          05 FILLER                     PIC X(40)
             VALUE '       REASON'.
      *
       01 WS-UNDELIVERED-DETAIL-LINE.
          05 WS-DTL-RECIPIENT-ID        PIC ZZZZZZZ9.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-DTL-TEMPLATE-ID         PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-DTL-SOURCE-PROGRAM      PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-DTL-QUEUED-TIMESTAMP    PIC X(14)  VALUE SPACES.
          05 FILLER                     PIC X(5)   VALUE SPACES.
          05 WS-DTL-REASON              PIC X(20)  VALUE SPACES.
          05 FILLER                     PIC X(13)  VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-GATEWAY-ITEM-NUMBER     PIC S9(4) USAGE IS BINARY.
          05 WS-RECORDS-READ            PIC 9(7)  VALUE ZEROES.
          05 WS-MESSAGES-SENT           PIC 9(5)  VALUE ZEROES.
          05 WS-MESSAGES-OPTED-OUT      PIC 9(5)  VALUE ZEROES.
          05 WS-MESSAGES-UNDELIVERED    PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-SENT              PIC ZZZZ9.
          05 WS-REPLY-OPTED-OUT         PIC ZZZZ9.
          05 WS-REPLY-UNDELIVERED       PIC ZZZZ9.
      *
       01 WS-RUN-SWITCH                 PIC X(1)  VALUE SPACES.
          88 WS-OUTBOX-EMPTY                      VALUE 'Y'.
      *
      *    THE READNEXT RESPONSE, SAVED BEFORE THE ENDBR OVERWRITES
      *    WS-CICS-RESPONSE.
       01 WS-READNEXT-RESPONSE          PIC S9(8) USAGE IS BINARY.
      *
       01 WS-UNDELIVERED-REASON         PIC X(20) VALUE SPACES.
      *
       01 WS-TPL-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-TPL-SCAN-DONE                     VALUE 'Y'.
      *
       01 WS-TEMPLATE-LINES             PIC S9(4) USAGE IS BINARY.
       01 WS-BODY-LINES                 PIC 9(3)  VALUE ZEROES.
      *
      *    SUBSTITUTION SCRATCH - ONE SLOT PER TEMPLATE LINE, AS IN
      *    ELTRGP.
      *
       01 WS-FILLED-LINE                PIC X(70) VALUE SPACES.
       01 WS-SUB-VALUE                  PIC X(38) VALUE SPACES.
       01 WS-SLOT-POS                   PIC S9(4) USAGE IS BINARY.
       01 WS-SLOT-LENGTH                PIC S9(4) USAGE IS BINARY.
       01 WS-SCAN-POS                   PIC S9(4) USAGE IS BINARY.
       01 WS-SLOT-FOUND-FLAG            PIC X(1)  VALUE SPACES.
          88 SLOT-FOUND                           VALUE 'Y'.
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
       01 WS-TIME-FORMATTING.
          05 WS-INPUT-TIME.
             10 WS-HH               PIC X(2)  VALUE SPACES.
             10 WS-MI               PIC X(2)  VALUE SPACES.
             10 WS-SS               PIC X(2)  VALUE SPACES.
          05 WS-OUTPUT-TIME.
             10 WS-HH               PIC X(2)  VALUE SPACES.
             10 FILLER              PIC X(1)  VALUE ':'.
             10 WS-MI               PIC X(2)  VALUE SPACES.
             10 FILLER              PIC X(1)  VALUE ':'.
             10 WS-SS               PIC X(2)  VALUE SPACES.

      ******************************************************************
      *   RUN-CONTROL / RUN-HISTORY ADMINISTRATION (SHARED SHAPE
      *   ACROSS ALL BATCH JOBS - SEE ERUNCTL.CPY / ERUNHST.CPY).
      ******************************************************************
       01 WS-RUN-ADMIN-VARS.
          05 WS-RUN-START-TS         PIC X(14).
          05 WS-RUN-TODAY            PIC X(8).
      *
       01 WS-RUNCTL-FOUND-FLAG       PIC X(1)  VALUE SPACES.
          88 WS-RUNCTL-RECORD-FOUND           VALUE 'Y'.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-DRAIN-OUTBOX.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 8000-FINISH-RUN-ADMIN.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.

           PERFORM 1500-CHECK-RUN-CONTROL.

      *    EVERY RUN HEADS ITS OWN STRETCH OF THE REPORT, SO A DAY
      *    OF SEVERAL RUNS READS AS SEVERAL SHORT LISTS.
           MOVE WS-RUN-START-TS(1:8) TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-RUN-START-TS(9:6) TO WS-INPUT-TIME.
           MOVE CORRESPONDING WS-INPUT-TIME TO WS-OUTPUT-TIME.
           MOVE WS-OUTPUT-TIME TO WS-HDG-RUN-TIME.

           MOVE WS-RUN-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.
           MOVE WS-COLUMN-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2000-DRAIN-OUTBOX.
      *    EACH CYCLE PICKS UP THE FIRST (OLDEST) OUTBOX RECORD,
      *    SENDS OR REPORTS IT, DELETES IT, THEN LOOKS AGAIN - THE
      *    BROWSE IS REOPENED EVERY TIME SO THE DELETE NEVER HAPPENS
      *    UNDERNEATH AN OPEN BROWSE.
           MOVE SPACE TO WS-RUN-SWITCH.

           PERFORM 2100-DISPATCH-FIRST-MESSAGE
              UNTIL WS-OUTBOX-EMPTY.

       2100-DISPATCH-FIRST-MESSAGE.
           INITIALIZE NOTIFICATION-OUTBOX-RECORD.

           EXEC CICS STARTBR
                FILE(APP-NOTIFY-OUTBOX-FILE-NAME)
                RIDFLD(NOB-OUTBOX-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-OUTBOX-EMPTY TO TRUE
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READNEXT
                FILE(APP-NOTIFY-OUTBOX-FILE-NAME)
                RIDFLD(NOB-OUTBOX-KEY)
                INTO (NOTIFICATION-OUTBOX-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE WS-CICS-RESPONSE TO WS-READNEXT-RESPONSE.

           EXEC CICS ENDBR
                FILE(APP-NOTIFY-OUTBOX-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-READNEXT-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-OUTBOX-EMPTY TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RECORDS-READ.
           PERFORM 2200-DISPATCH-ONE-MESSAGE.
           PERFORM 2800-DELETE-OUTBOX-RECORD.

       2200-DISPATCH-ONE-MESSAGE.
           MOVE SPACES TO WS-UNDELIVERED-REASON.

           MOVE NOB-RECIPIENT-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'NO SUCH EMPLOYEE' TO WS-UNDELIVERED-REASON
              PERFORM 2700-WRITE-UNDELIVERED-DETAIL
              EXIT PARAGRAPH
           END-IF.

           MOVE NOB-RECIPIENT-ID TO CNT-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-CONTACT-FILE-NAME)
                INTO (EMPLOYEE-CONTACT-RECORD)
                RIDFLD(CNT-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              INITIALIZE EMPLOYEE-CONTACT-RECORD
           END-IF.

           IF CNT-EMAIL-ADDRESS IS EQUAL TO SPACES
              MOVE 'NO EMAIL ON FILE' TO WS-UNDELIVERED-REASON
              PERFORM 2700-WRITE-UNDELIVERED-DETAIL
              EXIT PARAGRAPH
           END-IF.

      *    ONLY LEAVE DECISIONS AND ONBOARDING TASKS CAN BE TURNED
      *    OFF - EVERY OTHER TYPE IS MANDATORY.
           EVALUATE TRUE
           WHEN NOB-TEMPLATE-ID IS EQUAL TO APP-NTF-LEAVE-APPROVED-ID
                AND CNT-NO-LEAVE-NOTICES
                ADD 1 TO WS-MESSAGES-OPTED-OUT
                EXIT PARAGRAPH
           WHEN NOB-TEMPLATE-ID IS EQUAL TO APP-NTF-LEAVE-REJECTED-ID
                AND CNT-NO-LEAVE-NOTICES
                ADD 1 TO WS-MESSAGES-OPTED-OUT
                EXIT PARAGRAPH
           WHEN NOB-TEMPLATE-ID IS EQUAL TO APP-NTF-ONBOARD-TASK-ID
                AND CNT-NO-ONBOARD-NOTICES
                ADD 1 TO WS-MESSAGES-OPTED-OUT
                EXIT PARAGRAPH
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           PERFORM 2300-CHECK-TEMPLATE-ON-FILE.

           IF WS-TEMPLATE-LINES IS EQUAL TO ZERO
              MOVE 'TEMPLATE NOT ON FILE' TO WS-UNDELIVERED-REASON
              PERFORM 2700-WRITE-UNDELIVERED-DETAIL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2400-WRITE-GATEWAY-MESSAGE.
           ADD 1 TO WS-MESSAGES-SENT.

       2300-CHECK-TEMPLATE-ON-FILE.
      *    THE TEMPLATE IS LOOKED FOR BEFORE ANYTHING GOES TO THE
      *    GATEWAY, SO A MISSING ONE NEVER LEAVES A HEADER BEHIND
      *    WITH NO BODY.
           MOVE ZERO TO WS-TEMPLATE-LINES.

           MOVE NOB-TEMPLATE-ID TO LTR-TEMPLATE-ID.
           MOVE ZEROES TO LTR-LINE-SEQ.

           EXEC CICS STARTBR
                FILE(APP-LETTER-TEMPLATE-FILE-NAME)
                RIDFLD(LTR-TEMPLATE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE(APP-LETTER-TEMPLATE-FILE-NAME)
                   RIDFLD(LTR-TEMPLATE-KEY)
                   INTO (LETTER-TEMPLATE-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
                 LTR-TEMPLATE-ID IS EQUAL TO NOB-TEMPLATE-ID
                 MOVE 1 TO WS-TEMPLATE-LINES
              END-IF

              EXEC CICS ENDBR
                   FILE(APP-LETTER-TEMPLATE-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2400-WRITE-GATEWAY-MESSAGE.
      *    HEADER, SUBJECT (THE FIRST TEMPLATE LINE), BODY LINES AND
      *    AN END RECORD, ALL UNDER THE OUTBOX KEY AS MESSAGE ID.
           INITIALIZE MAIL-GATEWAY-RECORD.
           SET MGW-HEADER TO TRUE.
           MOVE NOB-OUTBOX-KEY TO MGW-MESSAGE-ID.
           MOVE CNT-EMAIL-ADDRESS TO MGW-TO-ADDRESS.
           MOVE NOB-TEMPLATE-ID TO MGW-TEMPLATE-ID.
           PERFORM 9150-WRITE-GATEWAY-RECORD.

           MOVE ZERO TO WS-TEMPLATE-LINES.
           MOVE ZERO TO WS-BODY-LINES.
           MOVE SPACE TO WS-TPL-SCAN-SWITCH.

           MOVE NOB-TEMPLATE-ID TO LTR-TEMPLATE-ID.
           MOVE ZEROES TO LTR-LINE-SEQ.

           EXEC CICS STARTBR
                FILE(APP-LETTER-TEMPLATE-FILE-NAME)
                RIDFLD(LTR-TEMPLATE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2410-SEND-NEXT-TEMPLATE-LINE
                 UNTIL WS-TPL-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-LETTER-TEMPLATE-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           INITIALIZE MAIL-GATEWAY-RECORD.
           SET MGW-END-OF-MESSAGE TO TRUE.
           MOVE NOB-OUTBOX-KEY TO MGW-MESSAGE-ID.
           MOVE WS-BODY-LINES TO MGW-BODY-LINE-COUNT.
           PERFORM 9150-WRITE-GATEWAY-RECORD.

       2410-SEND-NEXT-TEMPLATE-LINE.
           EXEC CICS READNEXT
                FILE(APP-LETTER-TEMPLATE-FILE-NAME)
                RIDFLD(LTR-TEMPLATE-KEY)
                INTO (LETTER-TEMPLATE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-TPL-SCAN-DONE TO TRUE
           WHEN LTR-TEMPLATE-ID IS NOT EQUAL TO NOB-TEMPLATE-ID
                SET WS-TPL-SCAN-DONE TO TRUE
           WHEN OTHER
                PERFORM 2500-FILL-ONE-LINE
                ADD 1 TO WS-TEMPLATE-LINES

                INITIALIZE MAIL-GATEWAY-RECORD
                IF WS-TEMPLATE-LINES IS EQUAL TO 1
                   SET MGW-SUBJECT TO TRUE
                ELSE
                   SET MGW-BODY-LINE TO TRUE
                   ADD 1 TO WS-BODY-LINES
                END-IF
                MOVE NOB-OUTBOX-KEY TO MGW-MESSAGE-ID
                MOVE WS-FILLED-LINE TO MGW-RECORD-DATA
                PERFORM 9150-WRITE-GATEWAY-RECORD
           END-EVALUATE.

       2500-FILL-ONE-LINE.
      *    AT MOST ONE SLOT PER LINE - FIND THE '&', NAME THE TOKEN,
      *    AND REBUILD THE LINE AROUND THE TRIMMED VALUE (ELTRGP'S
      *    3300 RULE).
           MOVE SPACES TO WS-FILLED-LINE.
           MOVE SPACE TO WS-SLOT-FOUND-FLAG.
           MOVE ZERO TO WS-SLOT-POS.
           MOVE ZERO TO WS-SLOT-LENGTH.

           PERFORM 2510-SCAN-ONE-POSITION
              VARYING WS-SCAN-POS FROM 1 BY 1
              UNTIL WS-SCAN-POS IS GREATER THAN 63
                 OR SLOT-FOUND.

           IF NOT SLOT-FOUND
              MOVE LTR-LINE-TEXT TO WS-FILLED-LINE
              EXIT PARAGRAPH
           END-IF.

           IF WS-SLOT-POS IS EQUAL TO 1
              STRING FUNCTION TRIM(WS-SUB-VALUE)
                     LTR-LINE-TEXT(WS-SLOT-POS + WS-SLOT-LENGTH:)
                 DELIMITED BY SIZE
                 INTO WS-FILLED-LINE
              END-STRING
           ELSE
              STRING LTR-LINE-TEXT(1:WS-SLOT-POS - 1)
                     FUNCTION TRIM(WS-SUB-VALUE)
                     LTR-LINE-TEXT(WS-SLOT-POS + WS-SLOT-LENGTH:)
                 DELIMITED BY SIZE
                 INTO WS-FILLED-LINE
              END-STRING
           END-IF.

       2510-SCAN-ONE-POSITION.
           EVALUATE TRUE
           WHEN LTR-LINE-TEXT(WS-SCAN-POS:5) IS EQUAL TO '&NAME'
                SET SLOT-FOUND TO TRUE
                MOVE WS-SCAN-POS TO WS-SLOT-POS
                MOVE 5 TO WS-SLOT-LENGTH
                MOVE EMP-FULL-NAME TO WS-SUB-VALUE
           WHEN LTR-LINE-TEXT(WS-SCAN-POS:7) IS EQUAL TO '&VALUE1'
                SET SLOT-FOUND TO TRUE
                MOVE WS-SCAN-POS TO WS-SLOT-POS
                MOVE 7 TO WS-SLOT-LENGTH
                MOVE NOB-VALUE-1 TO WS-SUB-VALUE
           WHEN LTR-LINE-TEXT(WS-SCAN-POS:7) IS EQUAL TO '&VALUE2'
                SET SLOT-FOUND TO TRUE
                MOVE WS-SCAN-POS TO WS-SLOT-POS
                MOVE 7 TO WS-SLOT-LENGTH
                MOVE NOB-VALUE-2 TO WS-SUB-VALUE
           WHEN LTR-LINE-TEXT(WS-SCAN-POS:7) IS EQUAL TO '&VALUE3'
                SET SLOT-FOUND TO TRUE
                MOVE WS-SCAN-POS TO WS-SLOT-POS
                MOVE 7 TO WS-SLOT-LENGTH
                MOVE NOB-VALUE-3 TO WS-SUB-VALUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2700-WRITE-UNDELIVERED-DETAIL.
           ADD 1 TO WS-MESSAGES-UNDELIVERED.

           INITIALIZE WS-UNDELIVERED-DETAIL-LINE.
           MOVE NOB-RECIPIENT-ID TO WS-DTL-RECIPIENT-ID.
           MOVE NOB-TEMPLATE-ID TO WS-DTL-TEMPLATE-ID.
           MOVE NOB-SOURCE-PROGRAM TO WS-DTL-SOURCE-PROGRAM.
           MOVE NOB-QUEUED-TIMESTAMP TO WS-DTL-QUEUED-TIMESTAMP.
           MOVE WS-UNDELIVERED-REASON TO WS-DTL-REASON.

           MOVE WS-UNDELIVERED-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2800-DELETE-OUTBOX-RECORD.
      *    SENT, OPTED OUT OR REPORTED, THE OUTBOX RECORD COMES OFF
      *    THE FILE - AN UNDELIVERABLE ONE IS ON THE REPORT FOR A
      *    HUMAN TO CHASE, AND LEAVING IT WOULD WEDGE THE WHOLE RUN
      *    ON THE SAME RECORD EVERY CYCLE.
           EXEC CICS DELETE
                FILE(APP-NOTIFY-OUTBOX-FILE-NAME)
                RIDFLD(NOB-OUTBOX-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Error Deleting Notification Outbox Record!'
                 TO WS-REPLY-TEXT
              PERFORM 9200-SEND-REPLY-AND-RETURN
           END-IF.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-MESSAGES-SENT TO WS-REPLY-SENT.
           MOVE WS-MESSAGES-OPTED-OUT TO WS-REPLY-OPTED-OUT.
           MOVE WS-MESSAGES-UNDELIVERED TO WS-REPLY-UNDELIVERED.

           STRING 'Notifications Sent '
                  FUNCTION TRIM(WS-REPLY-SENT)
                  ', Opted Out '
                  FUNCTION TRIM(WS-REPLY-OPTED-OUT)
                  ', Undeliverable '
                  FUNCTION TRIM(WS-REPLY-UNDELIVERED)
                  ' - Queue '
                  APP-NOTIFY-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-NOTIFY-QUEUE-NAME)
                FROM (WS-REPORT-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       9150-WRITE-GATEWAY-RECORD.
      *    APPENDED ONLY - THE GATEWAY DRAINS THIS QUEUE ITSELF.
           EXEC CICS WRITEQ TS
                QNAME(APP-MAIL-GATEWAY-QUEUE-NAME)
                FROM (MAIL-GATEWAY-RECORD)
                ITEM (WS-GATEWAY-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.


       1500-CHECK-RUN-CONTROL.
      *    NO SAME-DAY REFUSAL HERE - THE DISPATCHER IS MEANT TO RUN
      *    MANY TIMES A DAY. THE RUN-CONTROL DATE ONLY DECIDES
      *    WHETHER THIS IS THE DAY'S FIRST RUN, WHICH STARTS THE
      *    REPORT QUEUE AFRESH.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-TS.
           MOVE WS-RUN-START-TS(1:8) TO WS-RUN-TODAY.

           PERFORM 1510-READ-RUN-CONTROL.

           IF NOT WS-RUNCTL-RECORD-FOUND OR
              RNC-LAST-RUN-DATE IS NOT EQUAL TO WS-RUN-TODAY
      *       QIDERR JUST MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
              EXEC CICS DELETEQ TS
                   QNAME(APP-NOTIFY-QUEUE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           PERFORM 8100-WRITE-OPEN-HISTORY.

       1510-READ-RUN-CONTROL.
           INITIALIZE WS-RUNCTL-FOUND-FLAG.

           EXEC CICS READ
                FILE(APP-RUNCTL-FILE-NAME)
                INTO (RUN-CONTROL-RECORD)
                RIDFLD(APP-RUNCTL-RRN-NOTIFY)
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
           MOVE APP-NOTIFY-PROGRAM-NAME TO RNH-JOB-NAME.
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
                   RIDFLD(APP-RUNCTL-RRN-NOTIFY)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-NOTIFY-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-NOTIFY-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              SET RNC-ST-COMPLETE TO TRUE

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-NOTIFY)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-NOTIFY-PROGRAM-NAME TO RNH-JOB-NAME.
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
              MOVE WS-MESSAGES-SENT TO RNH-RECORDS-WRITTEN
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
