       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBRKRP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'BREAK-GLASS REVIEW REPORT' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO RUN
      *        EACH MORNING - SAME STYLE AS ESONVP.
      *      - LISTS EVERY BREAK-GLASS ELEVATION (SEE EBRKGP) TAKEN
      *        YESTERDAY, FROM THE SIGN-ON AUDIT FILE, WITH THE REASON
      *        GIVEN AND UNDERNEATH IT EVERYTHING THAT SESSION CHANGED
      *        ON THE EMPLOYEE MASTER FROM THE MOMENT OF ELEVATION -
      *        TAKEN FROM EAUDIT BY CHANGED-BY USER OVER THE EAUDUSR
      *        PATH - SO EACH ELEVATION CAN BE REVIEWED.
      *      - A SESSION'S CHANGES RUN UNTIL ITS SIGN-OFF, EXPIRY OR
      *        FORCED END ON THE AUDIT FILE, OR UNTIL THE SAME USER'S
      *        NEXT ELEVATION OR SIGN-ON; CHANGES MADE AFTER THE
      *        ELEVATION RAN OUT ARE STILL LISTED, MARKED AS SUCH.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - SIGN-ON AUDIT RECORD.
      *      - EMPLOYEE MASTER AUDIT LOG RECORD.
      ******************************************************************
       COPY ECONST.
       COPY ESONAUD.
       COPY EAUDIT.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-ELEVATION-HEADER-LINE.
          05 FILLER                     PIC X(12) VALUE 'BREAK-GLASS '.
          05 WS-RPT-USER-ID             PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(6)  VALUE ' TERM '.
          05 WS-RPT-TERMINAL            PIC X(4)  VALUE SPACES.
          05 FILLER                     PIC X(4)  VALUE ' AT '.
          05 WS-RPT-TIME                PIC X(6)  VALUE SPACES.
          05 FILLER                     PIC X(7)  VALUE ' UNTIL '.
          05 WS-RPT-UNTIL               PIC X(6)  VALUE SPACES.
          05 FILLER                     PIC X(27) VALUE SPACES.
      *
       01 WS-ELEVATION-REASON-LINE.
          05 FILLER                     PIC X(10) VALUE '  REASON: '.
          05 WS-RPT-REASON              PIC X(60) VALUE SPACES.
          05 FILLER                     PIC X(10) VALUE SPACES.
      *
       01 WS-CHANGE-DETAIL-LINE.
          05 FILLER                     PIC X(6)  VALUE '  EMP '.
          05 WS-RPT-EMPLOYEE-ID         PIC 9(8)  VALUE ZEROES.
          05 FILLER                     PIC X(8)  VALUE ' ACTION '.
          05 WS-RPT-ACTION              PIC X(1)  VALUE SPACES.
          05 FILLER                     PIC X(5)  VALUE ' PGM '.
          05 WS-RPT-PROGRAM             PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(4)  VALUE ' AT '.
          05 WS-RPT-CHANGE-DATE         PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-RPT-CHANGE-TIME         PIC X(6)  VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-RPT-ELEVATED-TEXT       PIC X(15) VALUE SPACES.
          05 FILLER                     PIC X(9)  VALUE SPACES.
      *
       01 WS-NO-CHANGES-LINE            PIC X(80)
                    VALUE '  NO EMPLOYEE MASTER CHANGES RECORDED'.
      ******************************************************************
      *   YESTERDAY'S ELEVATIONS, COLLECTED FROM THE SIGN-ON AUDIT
      *   SWEEP AND THEN REPORTED ONE BY ONE. EACH SPAN RUNS FROM THE
      *   ELEVATION TO THE END OF THAT SESSION.
      ******************************************************************
       01 WS-ELEVATION-TABLE.
          05 WS-ELEVATION-COUNT         PIC S9(4) USAGE IS BINARY
                                                  VALUE ZERO.
          05 WS-ELEVATION-ENTRY         OCCURS 100 TIMES
                                        INDEXED BY WS-ELV-IDX.
             10 WS-ELV-USER-ID          PIC X(8).
             10 WS-ELV-TERMINAL-ID      PIC X(4).
             10 WS-ELV-START            PIC X(14).
             10 WS-ELV-UNTIL            PIC X(14).
             10 WS-ELV-SESSION-END      PIC X(14).
             10 WS-ELV-REASON           PIC X(60).
      *
      *    THE ELEVATION WHOSE SESSION END IS STILL BEING LOOKED FOR
      *    WHILE THE SWEEP MOVES THROUGH THAT USER'S LATER ENTRIES.
       01 WS-PENDING-ELEVATION.
          05 WS-PENDING-SWITCH          PIC X(1)  VALUE SPACES.
             88 WS-ELEVATION-PENDING              VALUE 'Y'.
             88 WS-NO-ELEVATION-PENDING           VALUE SPACES.
          05 WS-PENDING-USER-ID         PIC X(8)  VALUE SPACES.
          05 WS-PENDING-TERMINAL-ID     PIC X(4)  VALUE SPACES.
          05 WS-PENDING-START           PIC X(14) VALUE SPACES.
          05 WS-PENDING-UNTIL           PIC X(14) VALUE SPACES.
          05 WS-PENDING-REASON          PIC X(60) VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-ELEVATIONS-SKIPPED      PIC 9(5)  VALUE ZEROES.
          05 WS-CHANGES-FOUND           PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-ELEVATIONS        PIC ZZZZ9.
          05 WS-REPLY-CHANGES           PIC ZZZZ9.
      *
       01 WS-SCAN-SWITCH                PIC X(1)  VALUE SPACES.
          88 WS-SCAN-DONE                         VALUE 'Y'.
      *
       01 WS-USER-BROWSE-KEY            PIC X(8)  VALUE SPACES.
       01 WS-SESSION-CHANGES            PIC 9(5)  VALUE ZEROES.
      *
       01 WS-TODAY-DATE                 PIC 9(8)  VALUE ZEROES.
       01 WS-YESTERDAY-DATE             PIC 9(8)  VALUE ZEROES.
       01 WS-RUN-TIMESTAMP              PIC X(14) VALUE SPACES.
       01 WS-SESSION-END-TIMESTAMP      PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-SWEEP-SIGNON-AUDIT.
           PERFORM 3000-REPORT-ELEVATION
              VARYING WS-ELV-IDX FROM 1 BY 1
              UNTIL WS-ELV-IDX IS GREATER THAN WS-ELEVATION-COUNT.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           COMPUTE WS-YESTERDAY-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1).

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(AC-BRKRPT-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2000-SWEEP-SIGNON-AUDIT.
           MOVE SPACE TO WS-SCAN-SWITCH.
           SET WS-NO-ELEVATION-PENDING TO TRUE.
           INITIALIZE SIGNON-AUDIT-RECORD.
           MOVE LOW-VALUES TO SNA-AUDIT-KEY.

           EXEC CICS STARTBR
                FILE(AC-SIGNON-AUDIT-FILE-NAME)
                RIDFLD(SNA-AUDIT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2100-CHECK-NEXT-AUDIT-ENTRY
                   UNTIL WS-SCAN-DONE

                EXEC CICS ENDBR
                     FILE(AC-SIGNON-AUDIT-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                SET WS-SCAN-DONE TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Sign-On Audit File!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

      *    THE LAST USER ON FILE MAY STILL HAVE AN ELEVATION OPEN -
      *    ITS SESSION HAS NOT ENDED YET, SO IT RUNS UP TO NOW.
           IF WS-ELEVATION-PENDING
              MOVE WS-RUN-TIMESTAMP TO WS-SESSION-END-TIMESTAMP
              PERFORM 2200-CLOSE-PENDING-ELEVATION
           END-IF.

       2100-CHECK-NEXT-AUDIT-ENTRY.
           EXEC CICS READNEXT
                FILE(AC-SIGNON-AUDIT-FILE-NAME)
                RIDFLD(SNA-AUDIT-KEY)
                INTO (SIGNON-AUDIT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-SCAN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

      *    THE FILE IS KEYED USER-FIRST, THEN BY TIME, SO A USER'S
      *    ENTRIES AFTER AN ELEVATION FOLLOW IT DIRECTLY. A DIFFERENT
      *    USER MEANS NO SESSION END WAS EVER RECORDED (A RECYCLE, SAY)
      *    - THE SESSION IS TAKEN AS RUNNING UP TO NOW.
           IF WS-ELEVATION-PENDING AND
              SNA-USER-ID IS NOT EQUAL TO WS-PENDING-USER-ID
              MOVE WS-RUN-TIMESTAMP TO WS-SESSION-END-TIMESTAMP
              PERFORM 2200-CLOSE-PENDING-ELEVATION
           END-IF.

           IF WS-ELEVATION-PENDING
              EVALUATE TRUE
              WHEN SNA-SIGNED-OFF
              WHEN SNA-IDLE-EXPIRED
              WHEN SNA-FORCED-OFF
              WHEN SNA-WINDOW-CLOSED
              WHEN SNA-SIGNED-ON
              WHEN SNA-ELEVATED
                   MOVE SNA-TIMESTAMP TO WS-SESSION-END-TIMESTAMP
                   PERFORM 2200-CLOSE-PENDING-ELEVATION
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.

           IF SNA-ELEVATED AND
              SNA-AUDIT-DATE IS EQUAL TO WS-YESTERDAY-DATE
              SET WS-ELEVATION-PENDING TO TRUE
              MOVE SNA-USER-ID TO WS-PENDING-USER-ID
              MOVE SNA-TERMINAL-ID TO WS-PENDING-TERMINAL-ID
              MOVE SNA-TIMESTAMP TO WS-PENDING-START
              MOVE SNA-ELEVATED-UNTIL TO WS-PENDING-UNTIL
              MOVE SNA-ELEVATION-REASON TO WS-PENDING-REASON
           END-IF.

       2200-CLOSE-PENDING-ELEVATION.
      *    THE PENDING ELEVATION'S SESSION ENDS AT THE TIMESTAMP THE
      *    CALLER SETS IN WS-SESSION-END-TIMESTAMP. A FULL TABLE STILL
      *    COUNTS THE ELEVATION IN THE REPLY, SO THE OPERATOR KNOWS
      *    THE REPORT IS SHORT.
           SET WS-NO-ELEVATION-PENDING TO TRUE.

           IF WS-ELEVATION-COUNT IS EQUAL TO 100
              ADD 1 TO WS-ELEVATIONS-SKIPPED
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ELEVATION-COUNT.
           SET WS-ELV-IDX TO WS-ELEVATION-COUNT.
           MOVE WS-PENDING-USER-ID TO WS-ELV-USER-ID(WS-ELV-IDX).
           MOVE WS-PENDING-TERMINAL-ID TO
              WS-ELV-TERMINAL-ID(WS-ELV-IDX).
           MOVE WS-PENDING-START TO WS-ELV-START(WS-ELV-IDX).
           MOVE WS-PENDING-UNTIL TO WS-ELV-UNTIL(WS-ELV-IDX).
           MOVE WS-SESSION-END-TIMESTAMP TO
              WS-ELV-SESSION-END(WS-ELV-IDX).
           MOVE WS-PENDING-REASON TO WS-ELV-REASON(WS-ELV-IDX).

       2900-BUILD-REPLY-TEXT.
           IF WS-ELEVATION-COUNT IS EQUAL TO ZERO AND
              WS-ELEVATIONS-SKIPPED IS EQUAL TO ZERO
              MOVE 'Break-Glass Review - No Elevations Yesterday!'
                 TO WS-REPLY-TEXT
           ELSE
              COMPUTE WS-REPLY-ELEVATIONS =
                 WS-ELEVATION-COUNT + WS-ELEVATIONS-SKIPPED
              MOVE WS-CHANGES-FOUND TO WS-REPLY-CHANGES

              STRING 'Break-Glass Review - '
                     FUNCTION TRIM(WS-REPLY-ELEVATIONS)
                     ' Elevation(s), '
                     FUNCTION TRIM(WS-REPLY-CHANGES)
                     ' Change(s) Yesterday - Queue '
                     AC-BRKRPT-QUEUE-NAME
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           END-IF.

           IF WS-ELEVATIONS-SKIPPED IS GREATER THAN ZERO
              MOVE 'Break-Glass Review - Too Many Elevations, ReportIs I
      -           'ncomplete!' TO WS-REPLY-TEXT
           END-IF.

       3000-REPORT-ELEVATION.
      *    ONE HEADER AND REASON LINE PER ELEVATION, THEN ITS CHANGES.
           MOVE WS-ELV-USER-ID(WS-ELV-IDX) TO WS-RPT-USER-ID.
           MOVE WS-ELV-TERMINAL-ID(WS-ELV-IDX) TO WS-RPT-TERMINAL.
           MOVE WS-ELV-START(WS-ELV-IDX)(9:6) TO WS-RPT-TIME.
           MOVE WS-ELV-UNTIL(WS-ELV-IDX)(9:6) TO WS-RPT-UNTIL.
           MOVE WS-ELEVATION-HEADER-LINE TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           MOVE WS-ELV-REASON(WS-ELV-IDX) TO WS-RPT-REASON.
           MOVE WS-ELEVATION-REASON-LINE TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

           PERFORM 3100-LIST-SESSION-CHANGES.

       3100-LIST-SESSION-CHANGES.
      *    EVERYTHING THE USER CHANGED, OVER THE CHANGED-BY PATH,
      *    WITHIN THE SESSION SPAN (SAME BROWSE AS EAUDQP).
           MOVE SPACE TO WS-SCAN-SWITCH.
           MOVE ZEROES TO WS-SESSION-CHANGES.
           MOVE WS-ELV-USER-ID(WS-ELV-IDX) TO WS-USER-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE(APP-AUDIT-USER-PATH-NAME)
                RIDFLD(WS-USER-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 3110-CHECK-NEXT-CHANGE
                 UNTIL WS-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-AUDIT-USER-PATH-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-SESSION-CHANGES IS EQUAL TO ZERO
              MOVE WS-NO-CHANGES-LINE TO WS-REPORT-LINE
              PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

       3110-CHECK-NEXT-CHANGE.
           EXEC CICS READNEXT
                FILE(APP-AUDIT-USER-PATH-NAME)
                RIDFLD(WS-USER-BROWSE-KEY)
                INTO (AUDIT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-SCAN-DONE TO TRUE
           WHEN AUD-CHANGED-BY-USER-ID IS NOT EQUAL TO
                WS-ELV-USER-ID(WS-ELV-IDX)
                SET WS-SCAN-DONE TO TRUE
           WHEN AUD-AUDIT-TIMESTAMP IS LESS THAN
                WS-ELV-START(WS-ELV-IDX)
           WHEN AUD-AUDIT-TIMESTAMP IS GREATER THAN
                WS-ELV-SESSION-END(WS-ELV-IDX)
      *         OUTSIDE THE SESSION SPAN - KEEP SCANNING.
                CONTINUE
           WHEN OTHER
                PERFORM 3120-WRITE-CHANGE-LINE
           END-EVALUATE.

       3120-WRITE-CHANGE-LINE.
           ADD 1 TO WS-SESSION-CHANGES.
           ADD 1 TO WS-CHANGES-FOUND.

           MOVE AUD-EMPLOYEE-ID TO WS-RPT-EMPLOYEE-ID.
           MOVE AUD-ACTION-CODE TO WS-RPT-ACTION.
           MOVE AUD-SOURCE-PROGRAM TO WS-RPT-PROGRAM.
           MOVE AUD-AUDIT-DATE TO WS-RPT-CHANGE-DATE.
           MOVE AUD-AUDIT-TIME TO WS-RPT-CHANGE-TIME.

           IF AUD-AUDIT-TIMESTAMP IS LESS THAN
              WS-ELV-UNTIL(WS-ELV-IDX)
              MOVE 'WHILE ELEVATED' TO WS-RPT-ELEVATED-TEXT
           ELSE
              MOVE 'AFTER EXPIRY' TO WS-RPT-ELEVATED-TEXT
           END-IF.

           MOVE WS-CHANGE-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 3900-WRITE-REPORT-LINE.

       3900-WRITE-REPORT-LINE.
           EXEC CICS WRITEQ TS
                QNAME(AC-BRKRPT-QUEUE-NAME)
                FROM (WS-REPORT-LINE)
                ITEM (WS-ITEM-NUMBER)
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
