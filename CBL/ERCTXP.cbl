       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERCTXP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'ACCESS RECERTIFICATION ESCALATION' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID (OR SCHEDULED VIA
      *        CICS INTERVAL CONTROL) DAILY ONCE A CAMPAIGN'S WINDOW
      *        HAS RUN OUT - SAME MOLD AS EUDEACP.
      *      - LISTS EVERY RECERTIFICATION ITEM (SEE EACCREC.CPY), IN
      *        ANY CAMPAIGN, STILL OPEN ON OR AFTER ITS DEADLINE, WITH
      *        WHO IT IS WAITING ON AND HOW MANY DAYS OVERDUE IT IS,
      *        SO THE SECURITY TEAM CAN CHASE THE REVIEWER.
      *      - AN ITEM'S FIRST ESCALATION IS STAMPED ON IT (FLAGGED
      *        'NEW' ON THE REPORT); LATER RUNS KEEP LISTING IT AS
      *        'REPEAT' UNTIL IT IS DECIDED ON ERCTVP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - ACCESS RECERTIFICATION ITEM RECORD.
      *      - EMPLOYEE MASTER RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EACCREC.
       COPY EMPMAST.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-REPORT-TITLE-LINE.
          05 FILLER                     PIC X(42)
                   VALUE 'OVERDUE ACCESS RECERTIFICATION ITEMS AS OF'.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-TTL-TODAY               PIC X(10) VALUE SPACES.
          05 FILLER                     PIC X(27) VALUE SPACES.
      *
       01 WS-ITEM-DETAIL-LINE.
          05 WS-DTL-ACTION              PIC X(7)  VALUE SPACES.
          05 WS-DTL-CAMPAIGN-ID         PIC X(6)  VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-DTL-USER-ID             PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-DTL-USER-TYPE           PIC X(3)  VALUE SPACES.
          05 FILLER                     PIC X(5)  VALUE ' DUE '.
          05 WS-DTL-DEADLINE            PIC X(10) VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-DTL-DAYS-OVERDUE        PIC ZZZ9.
          05 FILLER                     PIC X(4)  VALUE 'D > '.
          05 WS-DTL-WAITING-ON          PIC X(30) VALUE SPACES.
      *
       01 WS-REPORT-TOTALS-LINE.
          05 FILLER                     PIC X(14)
                                         VALUE 'ITEMS OVERDUE '.
          05 WS-TOT-OVERDUE             PIC ZZZZ9.
          05 FILLER                     PIC X(18)
                                         VALUE '  NEWLY ESCALATED '.
          05 WS-TOT-NEW                 PIC ZZZZ9.
          05 FILLER                     PIC X(18)
                                         VALUE '  STILL WAITING   '.
          05 WS-TOT-REPEAT              PIC ZZZZ9.
          05 FILLER                     PIC X(15) VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-ITEMS-SCANNED           PIC 9(5)  VALUE ZEROES.
          05 WS-ITEMS-OVERDUE           PIC 9(5)  VALUE ZEROES.
          05 WS-ITEMS-NEW               PIC 9(5)  VALUE ZEROES.
          05 WS-ITEMS-REPEAT            PIC 9(5)  VALUE ZEROES.
          05 WS-ITEMS-STAMPED           PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-OVERDUE           PIC ZZZZ9.
          05 WS-REPLY-STAMPED           PIC ZZZZ9.
      *
       01 WS-BROWSE-SWITCH              PIC X(1)  VALUE SPACES.
          88 WS-END-OF-FILE                       VALUE 'Y'.
          88 WS-NOT-END-OF-FILE                   VALUE 'N'.
      *
       01 WS-TODAY-DATE                 PIC X(8)  VALUE SPACES.
       01 WS-TODAY-NUM                  PIC 9(8)  VALUE ZEROES.
       01 WS-DEADLINE-NUM               PIC 9(8)  VALUE ZEROES.
       01 WS-DAYS-OVERDUE               PIC S9(8) USAGE IS BINARY.
      *
      *    ITEMS TO STAMP ARE COLLECTED DURING THE BROWSE AND RE-READ
      *    FOR UPDATE AFTER THE ENDBR - SAME TWO-PASS DISCIPLINE AS
      *    EUDEACP. A RUN WITH MORE THAN 500 NEW ESCALATIONS STAMPS
      *    THE REST NEXT TIME, WHEN THEY STILL SHOW AS 'NEW'.
       01 WS-STAMP-TABLE-AREA.
          05 WS-STAMP-COUNT             PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-STAMP-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-STAMP-IDX.
             10 WS-STAMP-ITEM-KEY       PIC X(14).
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
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-SWEEP-RECERT-ITEMS.
           PERFORM 3000-STAMP-NEW-ESCALATIONS.
           PERFORM 2800-WRITE-REPORT-TOTALS.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE WS-STAMP-TABLE-AREA.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-TODAY-NUM.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-ACCRESC-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE WS-TODAY-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-TTL-TODAY.
           MOVE WS-REPORT-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2000-SWEEP-RECERT-ITEMS.
           PERFORM 2100-START-BROWSING.
           IF NOT WS-END-OF-FILE
              PERFORM 2200-CHECK-NEXT-ITEM
                 UNTIL WS-END-OF-FILE
              PERFORM 2400-END-BROWSING
           END-IF.

       2100-START-BROWSING.
      *    EVERY CAMPAIGN IS SWEPT - AN ITEM LEFT OPEN FROM AN EARLIER
      *    QUARTER IS STILL SOMEBODY'S UNFINISHED REVIEW.
           MOVE LOW-VALUES TO ACR-ITEM-KEY.

           EXEC CICS STARTBR
                FILE(APP-ACCREC-FILE-NAME)
                RIDFLD(ACR-ITEM-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                SET WS-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Recertification Items!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2200-CHECK-NEXT-ITEM.
           EXEC CICS READNEXT
                FILE(APP-ACCREC-FILE-NAME)
                RIDFLD(ACR-ITEM-KEY)
                INTO (ACCESS-RECERT-ITEM)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                ADD 1 TO WS-ITEMS-SCANNED
                IF ACR-OPEN AND
                   ACR-DEADLINE-DATE IS NOT GREATER THAN WS-TODAY-DATE
                   PERFORM 2300-REPORT-OVERDUE-ITEM
                END-IF
           WHEN DFHRESP(ENDFILE)
                SET WS-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Next Recertification Item!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2300-REPORT-OVERDUE-ITEM.
           ADD 1 TO WS-ITEMS-OVERDUE.

           INITIALIZE WS-ITEM-DETAIL-LINE.

      *    NEVER ESCALATED BEFORE - COLLECT IT FOR THE STAMP.
           IF ACR-ESCALATED-DATE IS EQUAL TO SPACES OR LOW-VALUES
              ADD 1 TO WS-ITEMS-NEW
              MOVE 'NEW' TO WS-DTL-ACTION
              IF WS-STAMP-COUNT IS LESS THAN 500
                 ADD 1 TO WS-STAMP-COUNT
                 SET WS-STAMP-IDX TO WS-STAMP-COUNT
                 MOVE ACR-ITEM-KEY TO WS-STAMP-ITEM-KEY(WS-STAMP-IDX)
              END-IF
           ELSE
              ADD 1 TO WS-ITEMS-REPEAT
              MOVE 'REPEAT' TO WS-DTL-ACTION
           END-IF.

           MOVE ACR-CAMPAIGN-ID TO WS-DTL-CAMPAIGN-ID.
           MOVE ACR-USER-ID TO WS-DTL-USER-ID.
           MOVE ACR-CAMPAIGN-USER-TYPE TO WS-DTL-USER-TYPE.

           MOVE ACR-DEADLINE-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-DTL-DEADLINE.

           MOVE ZERO TO WS-DAYS-OVERDUE.
           IF ACR-DEADLINE-DATE IS NUMERIC
              MOVE ACR-DEADLINE-DATE TO WS-DEADLINE-NUM
              COMPUTE WS-DAYS-OVERDUE =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-DEADLINE-NUM)
           END-IF.
           MOVE WS-DAYS-OVERDUE TO WS-DTL-DAYS-OVERDUE.

           IF ACR-TO-MANAGER
              MOVE ACR-REVIEWER-EMPLOYEE-ID TO EMP-EMPLOYEE-ID
              PERFORM 2360-READ-EMPLOYEE-NAME
              MOVE EMP-FULL-NAME TO WS-DTL-WAITING-ON
           ELSE
              STRING 'SECURITY ADMIN '
                     ACR-REVIEWER-USER-ID
                 DELIMITED BY SIZE
                 INTO WS-DTL-WAITING-ON
              END-STRING
           END-IF.

           MOVE WS-ITEM-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2360-READ-EMPLOYEE-NAME.
      *    THE CALLER PUTS THE ID IN EMP-EMPLOYEE-ID.
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

       2400-END-BROWSING.
           EXEC CICS ENDBR
                FILE(APP-ACCREC-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2800-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           MOVE WS-ITEMS-OVERDUE TO WS-TOT-OVERDUE.
           MOVE WS-ITEMS-NEW TO WS-TOT-NEW.
           MOVE WS-ITEMS-REPEAT TO WS-TOT-REPEAT.
           MOVE WS-REPORT-TOTALS-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-ITEMS-OVERDUE TO WS-REPLY-OVERDUE.
           MOVE WS-ITEMS-STAMPED TO WS-REPLY-STAMPED.

           STRING 'Recertification Escalation - '
                  FUNCTION TRIM(WS-REPLY-OVERDUE)
                  ' Overdue, '
                  FUNCTION TRIM(WS-REPLY-STAMPED)
                  ' Newly Escalated - Queue '
                  APP-ACCRESC-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

       3000-STAMP-NEW-ESCALATIONS.
           IF WS-STAMP-COUNT IS EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3100-STAMP-ONE-ITEM
              VARYING WS-STAMP-IDX FROM 1 BY 1
              UNTIL WS-STAMP-IDX IS GREATER THAN WS-STAMP-COUNT.

       3100-STAMP-ONE-ITEM.
      *    RE-READ FOR UPDATE BY THE COLLECTED KEY - THE BROWSE HAS
      *    LONG SINCE ENDED, SO THE UPDATE TAKES EXCLUSIVE CONTROL
      *    CLEANLY.
           MOVE WS-STAMP-ITEM-KEY(WS-STAMP-IDX) TO ACR-ITEM-KEY.

           EXEC CICS READ
                FILE(APP-ACCREC-FILE-NAME)
                INTO (ACCESS-RECERT-ITEM)
                RIDFLD(ACR-ITEM-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

      *    DECIDED ON ERCTVP SINCE THE BROWSE READ IT - NOTHING TO
      *    ESCALATE ANY MORE.
           IF NOT ACR-OPEN
              EXEC CICS UNLOCK
                   FILE(APP-ACCREC-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-TODAY-DATE TO ACR-ESCALATED-DATE.

           EXEC CICS REWRITE
                FILE(APP-ACCREC-FILE-NAME)
                FROM (ACCESS-RECERT-ITEM)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO WS-ITEMS-STAMPED
           END-IF.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-ACCRESC-QUEUE-NAME)
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
