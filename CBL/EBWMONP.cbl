       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBWMONP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'BATCH-WINDOW DEADLINE MONITOR' TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION WHEN ENTERED
      *        BY TRANSACTION ID. ONCE ENTERED IT KEEPS ITSELF GOING:
      *        EVERY CYCLE ENDS WITH AN INTERVAL START OF ITS OWN
      *        TRANSACTION UNDER A FIXED REQUEST ID (CANCELLED FIRST,
      *        SO ENTERING IT AGAIN NEVER LEAVES TWO CHAINS RUNNING).
      *        WHILE THE WINDOW IS OPEN THE NEXT CYCLE IS
      *        APP-BWMON-INTERVAL AWAY; ONCE IT HAS CLOSED, THE NEXT
      *        CYCLE IS WHEN THE NEXT WINDOW OPENS.
      *      - MONITOR CYCLE: FOR EVERY ACTIVE JOB ON THE SCHEDULE
      *        TABLE (SEE EBWSCHD.CPY), FINDS TONIGHT'S RUN ON THE
      *        RUN-HISTORY FILE (ERUNHST) AND RAISES ONE LINE ON THE
      *        OPERATIONS ALERT QUEUE - THE SAME QUEUE THE LOCKOUT
      *        ALERT USES - WHEN THE JOB:
      *          LATE    - HAS NOT STARTED BY ITS START-BY TIME, OR
      *                    STARTED AFTER IT;
      *          OVERRAN - IS STILL OPEN ON THE HISTORY FILE AFTER ITS
      *                    FINISH-BY TIME, OR COMPLETED AFTER IT;
      *          FAILED  - CLOSED ITS HISTORY RECORD AS FAILED.
      *        EACH ALERT GOES OUT ONCE PER WINDOW - THE SCHEDULE
      *        RECORD REMEMBERS WHICH HAVE BEEN RAISED.
      *      - SUMMARY CYCLE: THE FIRST CYCLE AFTER THE WINDOW CLOSES
      *        (OR ANY TIME, BY TYPING 'SUMMARY' AFTER THE TRANSACTION
      *        ID) WRITES ONE LINE PER SCHEDULED JOB TO THE BWSUMARY
      *        QUEUE - DUE AND ACTUAL START AND END TIMES AND THE
      *        VERDICT - PLUS A TOTALS LINE, FOR THE MORNING REVIEW.
      *      - "TONIGHT'S RUN" IS THE LATEST RUN OF THE JOB THAT
      *        STARTED BETWEEN THE WINDOW OPENING AND CLOSING, SO A
      *        FORCED RE-RUN INSIDE THE WINDOW REPLACES A FAILED ONE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - BATCH-WINDOW SCHEDULE RECORD.
      *      - BATCH RUN-HISTORY RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EBWSCHD.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUTS.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-SUMMARY-TITLE-LINE.
          05 FILLER                     PIC X(31)
                               VALUE 'BATCH WINDOW SUMMARY - OPENED '.
          05 WS-TTL-OPEN-DATE           PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-TTL-OPEN-TIME           PIC X(4)   VALUE SPACES.
          05 FILLER                     PIC X(8)   VALUE ', CLOSED'.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-TTL-CLOSE-DATE          PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-TTL-CLOSE-TIME          PIC X(4)   VALUE SPACES.
          05 FILLER                     PIC X(10)  VALUE SPACES.
      *
       01 WS-SUMMARY-HEADING-1.
          05 FILLER                     PIC X(12)  VALUE '  JOB'.
          05 FILLER                     PIC X(12)  VALUE 'START'.
          05 FILLER                     PIC X(12)  VALUE 'FINISH'.
          05 FILLER                     PIC X(44)  VALUE 'RESULT'.
      *
       01 WS-SUMMARY-HEADING-2.
          05 FILLER                     PIC X(12)  VALUE SPACES.
          05 FILLER                     PIC X(6)   VALUE 'DUE'.
          05 FILLER                     PIC X(6)   VALUE 'ACT'.
          05 FILLER                     PIC X(6)   VALUE 'DUE'.
          05 FILLER                     PIC X(50)  VALUE 'ACT'.
      *
       01 WS-SUMMARY-DETAIL-LINE.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-DTL-JOB-NAME            PIC X(8)   VALUE SPACES.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-DTL-START-BY            PIC X(4)   VALUE SPACES.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-DTL-STARTED             PIC X(4)   VALUE SPACES.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-DTL-FINISH-BY           PIC X(4)   VALUE SPACES.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-DTL-ENDED               PIC X(4)   VALUE SPACES.
          05 FILLER                     PIC X(2)   VALUE SPACES.
          05 WS-DTL-VERDICT             PIC X(20)  VALUE SPACES.
          05 FILLER                     PIC X(24)  VALUE SPACES.
      *
       01 WS-SUMMARY-TOTAL-LINE.
          05 FILLER                     PIC X(7)   VALUE 'TOTALS '.
          05 WS-TOT-JOBS                PIC ZZ9.
          05 FILLER                     PIC X(15)
                                         VALUE ' JOB(S) ON TIME'.
          05 WS-TOT-ON-TIME             PIC ZZ9.
          05 FILLER                     PIC X(6)   VALUE ' LATE'.
          05 WS-TOT-LATE                PIC ZZ9.
          05 FILLER                     PIC X(9)   VALUE ' OVERRAN'.
          05 WS-TOT-OVERRAN             PIC ZZ9.
          05 FILLER                     PIC X(8)   VALUE ' FAILED'.
          05 WS-TOT-FAILED              PIC ZZ9.
          05 FILLER                     PIC X(9)   VALUE ' NOT RUN'.
          05 WS-TOT-NOT-RUN             PIC ZZ9.
          05 FILLER                     PIC X(8)   VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-ALERT-TEXT              PIC X(79) VALUE SPACES.
          05 WS-JOBS-CHECKED            PIC 9(3)  VALUE ZEROES.
          05 WS-ALERTS-RAISED           PIC 9(3)  VALUE ZEROES.
          05 WS-COUNT-ON-TIME           PIC 9(3)  VALUE ZEROES.
          05 WS-COUNT-LATE              PIC 9(3)  VALUE ZEROES.
          05 WS-COUNT-OVERRAN           PIC 9(3)  VALUE ZEROES.
          05 WS-COUNT-FAILED            PIC 9(3)  VALUE ZEROES.
          05 WS-COUNT-NOT-RUN           PIC 9(3)  VALUE ZEROES.
          05 WS-REPLY-JOBS              PIC ZZ9.
          05 WS-REPLY-ALERTS            PIC ZZ9.
          05 WS-REPLY-GOOD              PIC ZZ9.
          05 WS-REPLY-BAD               PIC ZZ9.
      *
       01 WS-TERMINAL-INPUT             PIC X(80) VALUE SPACES.
       01 WS-TERMINAL-INPUT-LEN         PIC S9(4) USAGE IS BINARY.
       01 WS-SUMMARY-COUNT              PIC S9(4) USAGE IS BINARY.
      *
      *    CARRIED ON EVERY INTERVAL START AND RETRIEVED AGAIN AT
      *    START-UP, SO A CYCLE KNOWS IT WAS STARTED THAT WAY AND HAS
      *    NO TERMINAL TO READ FROM OR REPLY TO.
       01 WS-START-DATA                 PIC X(8)  VALUE 'INTERVAL'.
       01 WS-RETRIEVED-DATA             PIC X(8)  VALUE SPACES.
       01 WS-RETRIEVED-LEN              PIC S9(4) USAGE IS BINARY.
      *
       01 WS-START-SWITCH               PIC X(1)  VALUE SPACES.
          88 WS-STARTED-BY-INTERVAL               VALUE 'Y'.
      *
       01 WS-MODE-SWITCH                PIC X(1)  VALUE SPACES.
          88 WS-SUMMARY-MODE                      VALUE 'S'.
          88 WS-MONITOR-MODE                      VALUE 'M'.
      *
       01 WS-WINDOW-SWITCH              PIC X(1)  VALUE SPACES.
          88 WS-WINDOW-IS-OPEN                    VALUE 'Y'.
      *
      *    THE WINDOW BEING WATCHED: THE ONE OPEN NOW, OR - BETWEEN
      *    WINDOWS - THE ONE THAT CLOSED THIS MORNING.
       01 WS-WINDOW-VARS.
          05 WS-NOW-TS                  PIC X(14) VALUE SPACES.
          05 WS-TODAY                   PIC 9(8)  VALUE ZEROES.
          05 WS-WINDOW-DATE             PIC 9(8)  VALUE ZEROES.
          05 WS-CLOSE-DATE              PIC 9(8)  VALUE ZEROES.
          05 WS-WINDOW-OPEN-TS          PIC X(14) VALUE SPACES.
          05 WS-WINDOW-CLOSE-TS         PIC X(14) VALUE SPACES.
          05 WS-OPEN-HHMM               PIC 9(4)  VALUE ZEROES.
          05 WS-CLOSE-HHMM              PIC 9(4)  VALUE ZEROES.
      *
      *    EVERY TIME OF DAY IS TURNED INTO MINUTES SINCE THE WINDOW
      *    OPENED, SO A WINDOW THAT CROSSES MIDNIGHT COMPARES IN THE
      *    RIGHT ORDER.
       01 WS-TIME-EDIT.
          05 WS-EDIT-TIME               PIC 9(4).
          05 FILLER REDEFINES WS-EDIT-TIME.
             10 WS-EDIT-HH              PIC 9(2).
             10 WS-EDIT-MM              PIC 9(2).
          05 WS-EDIT-MINUTES            PIC S9(5) USAGE IS BINARY.
          05 WS-OPEN-MINUTES            PIC S9(5) USAGE IS BINARY.
          05 WS-CLOSE-MINUTES           PIC S9(5) USAGE IS BINARY.
          05 WS-NOW-MINUTES             PIC S9(5) USAGE IS BINARY.
          05 WS-START-BY-MINUTES        PIC S9(5) USAGE IS BINARY.
          05 WS-FINISH-BY-MINUTES       PIC S9(5) USAGE IS BINARY.
          05 WS-RUN-START-MINUTES       PIC S9(5) USAGE IS BINARY.
          05 WS-RUN-END-MINUTES         PIC S9(5) USAGE IS BINARY.
          05 WS-WAIT-MINUTES            PIC S9(5) USAGE IS BINARY.
          05 WS-WAIT-HOURS              PIC S9(5) USAGE IS BINARY.
      *
       01 WS-NEXT-INTERVAL              PIC S9(7) USAGE IS COMP-3.
      *
       01 WS-SCHED-BROWSE-SWITCH        PIC X(1)  VALUE SPACES.
          88 WS-SCHED-BROWSE-ENDED                VALUE 'Y'.
       01 WS-SCHED-BROWSE-KEY           PIC X(8)  VALUE LOW-VALUES.
       01 WS-SCHED-CHANGED-SWITCH       PIC X(1)  VALUE SPACES.
          88 WS-SCHED-CHANGED                     VALUE 'Y'.
      *
       01 WS-HIST-BROWSE-SWITCH         PIC X(1)  VALUE SPACES.
          88 WS-HIST-BROWSE-ENDED                 VALUE 'Y'.
       01 WS-HIST-BROWSE-KEY.
          05 WS-HIST-JOB-NAME           PIC X(8)  VALUE SPACES.
          05 WS-HIST-START-TS           PIC X(14) VALUE SPACES.
      *
      *    TONIGHT'S RUN OF THE JOB BEING CHECKED, IF ANY.
       01 WS-RUN-FOUND-FLAG             PIC X(1)  VALUE SPACES.
          88 WS-RUN-FOUND                         VALUE 'Y'.
       01 WS-TONIGHTS-RUN.
          05 WS-RUN-START-TS            PIC X(14) VALUE SPACES.
          05 WS-RUN-END-TS              PIC X(14) VALUE SPACES.
          05 WS-RUN-STATUS              PIC X(1)  VALUE SPACES.
             88 WS-RUN-COMPLETE                   VALUE 'C'.
      *
      *
      *    THE ALERT FLAGS, HELD ACROSS THE READ FOR UPDATE.
       01 WS-SAVED-ALERT-FIELDS.
          05 WS-SAVED-WINDOW-DATE       PIC X(8)  VALUE SPACES.
          05 WS-SAVED-LATE-FLAG         PIC X(1)  VALUE SPACES.
          05 WS-SAVED-OVERRUN-FLAG      PIC X(1)  VALUE SPACES.
          05 WS-SAVED-FAILED-FLAG       PIC X(1)  VALUE SPACES.
      *
       01 WS-JOB-LATE-FLAG              PIC X(1)  VALUE SPACES.
          88 WS-JOB-WAS-LATE                      VALUE 'Y'.
       01 WS-JOB-OVERRAN-FLAG           PIC X(1)  VALUE SPACES.
          88 WS-JOB-OVERRAN                       VALUE 'Y'.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.

           IF WS-SUMMARY-MODE
              PERFORM 3000-SUMMARIZE-WINDOW
           ELSE
              PERFORM 2000-MONITOR-WINDOW
           END-IF.

           PERFORM 4000-SCHEDULE-NEXT-CYCLE.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.
           SET WS-MONITOR-MODE TO TRUE.

      *    A CYCLE STARTED BY OUR OWN INTERVAL START HAS DATA TO
      *    RETRIEVE; ONE ENTERED AT A TERMINAL DOES NOT.
           MOVE LENGTH OF WS-RETRIEVED-DATA TO WS-RETRIEVED-LEN.

           EXEC CICS RETRIEVE
                INTO (WS-RETRIEVED-DATA)
                LENGTH (WS-RETRIEVED-LEN)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-STARTED-BY-INTERVAL TO TRUE
           ELSE
              PERFORM 1100-READ-TERMINAL-INPUT
           END-IF.

           PERFORM 1200-SET-WINDOW-BOUNDS.

      *    THE FIRST INTERVAL CYCLE AFTER THE WINDOW HAS CLOSED IS THE
      *    MORNING SUMMARY - THE CHAIN THEN SLEEPS UNTIL THE NEXT
      *    WINDOW OPENS, SO IT ONLY HAPPENS ONCE A NIGHT.
           IF WS-STARTED-BY-INTERVAL AND NOT WS-WINDOW-IS-OPEN
              SET WS-SUMMARY-MODE TO TRUE
           END-IF.

       1100-READ-TERMINAL-INPUT.
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

           MOVE ZERO TO WS-SUMMARY-COUNT.
           INSPECT WS-TERMINAL-INPUT
              TALLYING WS-SUMMARY-COUNT FOR ALL 'SUMMARY'.
           IF WS-SUMMARY-COUNT IS GREATER THAN ZERO
              SET WS-SUMMARY-MODE TO TRUE
           END-IF.

       1200-SET-WINDOW-BOUNDS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS.
           MOVE WS-NOW-TS(1:8) TO WS-TODAY.
           MOVE APP-BATCH-WINDOW-OPEN TO WS-OPEN-HHMM.
           MOVE APP-BATCH-WINDOW-CLOSE TO WS-CLOSE-HHMM.

           MOVE ZERO TO WS-OPEN-MINUTES.
           MOVE WS-OPEN-HHMM TO WS-EDIT-TIME.
           PERFORM 2800-CONVERT-EDIT-TIME.
           MOVE WS-EDIT-MINUTES TO WS-OPEN-MINUTES.

           MOVE WS-CLOSE-HHMM TO WS-EDIT-TIME.
           PERFORM 2800-CONVERT-EDIT-TIME.
           MOVE WS-EDIT-MINUTES TO WS-CLOSE-MINUTES.

           MOVE WS-NOW-TS(9:4) TO WS-EDIT-TIME.
           PERFORM 2800-CONVERT-EDIT-TIME.
           MOVE WS-EDIT-MINUTES TO WS-NOW-MINUTES.

           IF WS-NOW-MINUTES IS NOT GREATER THAN WS-CLOSE-MINUTES
              SET WS-WINDOW-IS-OPEN TO TRUE
           END-IF.

      *    BEFORE TODAY'S OPENING TIME, THE WINDOW IN QUESTION OPENED
      *    YESTERDAY (IT IS EITHER STILL RUNNING OR CLOSED THIS
      *    MORNING).
           IF WS-NOW-TS(9:4) IS LESS THAN WS-OPEN-HHMM
              COMPUTE WS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1)
           ELSE
              MOVE WS-TODAY TO WS-WINDOW-DATE
           END-IF.

           IF WS-CLOSE-HHMM IS GREATER THAN WS-OPEN-HHMM
              MOVE WS-WINDOW-DATE TO WS-CLOSE-DATE
           ELSE
              COMPUTE WS-CLOSE-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-WINDOW-DATE) + 1)
           END-IF.

           STRING WS-WINDOW-DATE WS-OPEN-HHMM '00'
              DELIMITED BY SIZE
              INTO WS-WINDOW-OPEN-TS
           END-STRING.

           STRING WS-CLOSE-DATE WS-CLOSE-HHMM '00'
              DELIMITED BY SIZE
              INTO WS-WINDOW-CLOSE-TS
           END-STRING.

       2000-MONITOR-WINDOW.
           PERFORM 2050-START-SCHEDULE-BROWSE.

           PERFORM 2060-READ-NEXT-SCHEDULE-ENTRY
              UNTIL WS-SCHED-BROWSE-ENDED.

           EXEC CICS ENDBR
                FILE(APP-BATCH-SCHED-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2050-START-SCHEDULE-BROWSE.
           MOVE SPACE TO WS-SCHED-BROWSE-SWITCH.
           MOVE LOW-VALUES TO WS-SCHED-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE(APP-BATCH-SCHED-FILE-NAME)
                RIDFLD(WS-SCHED-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-SCHED-BROWSE-ENDED TO TRUE
           END-IF.

       2060-READ-NEXT-SCHEDULE-ENTRY.
           EXEC CICS READNEXT
                FILE(APP-BATCH-SCHED-FILE-NAME)
                INTO (BATCH-SCHEDULE-RECORD)
                RIDFLD(WS-SCHED-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-SCHED-BROWSE-ENDED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NOT BWS-ACTIVE
              EXIT PARAGRAPH
           END-IF.

           IF WS-MONITOR-MODE
              PERFORM 2100-CHECK-ONE-JOB
           ELSE
              PERFORM 3100-SUMMARIZE-ONE-JOB
           END-IF.

       2100-CHECK-ONE-JOB.
           ADD 1 TO WS-JOBS-CHECKED.
           MOVE SPACE TO WS-SCHED-CHANGED-SWITCH.

           PERFORM 2200-FIND-TONIGHTS-RUN.
           PERFORM 2300-ASSESS-TONIGHTS-RUN.

      *    ALERT FLAGS LEFT FROM AN EARLIER WINDOW DON'T COUNT.
           IF BWS-ALERT-WINDOW-DATE IS NOT EQUAL TO WS-WINDOW-DATE
              MOVE WS-WINDOW-DATE TO BWS-ALERT-WINDOW-DATE
              MOVE SPACE TO BWS-LATE-ALERT-FLAG
              MOVE SPACE TO BWS-OVERRUN-ALERT-FLAG
              MOVE SPACE TO BWS-FAILED-ALERT-FLAG
              SET WS-SCHED-CHANGED TO TRUE
           END-IF.

           IF WS-JOB-WAS-LATE AND NOT BWS-LATE-ALERTED
              MOVE SPACES TO WS-ALERT-TEXT
              IF WS-RUN-FOUND
                 STRING 'BATCH LATE: JOB '
                        BWS-JOB-NAME
                        ' STARTED '
                        WS-RUN-START-TS(9:4)
                        ' - DUE TO START BY '
                        BWS-START-BY-TIME
                    DELIMITED BY SIZE
                    INTO WS-ALERT-TEXT
                 END-STRING
              ELSE
                 STRING 'BATCH LATE: JOB '
                        BWS-JOB-NAME
                        ' NOT STARTED - DUE TO START BY '
                        BWS-START-BY-TIME
                    DELIMITED BY SIZE
                    INTO WS-ALERT-TEXT
                 END-STRING
              END-IF
              PERFORM 2600-RAISE-ALERT
              SET BWS-LATE-ALERTED TO TRUE
              SET WS-SCHED-CHANGED TO TRUE
           END-IF.

           IF WS-JOB-OVERRAN AND NOT BWS-OVERRUN-ALERTED
              MOVE SPACES TO WS-ALERT-TEXT
              IF WS-RUN-COMPLETE
                 STRING 'BATCH OVERRAN: JOB '
                        BWS-JOB-NAME
                        ' FINISHED '
                        WS-RUN-END-TS(9:4)
                        ' - DUE TO FINISH BY '
                        BWS-FINISH-BY-TIME
                    DELIMITED BY SIZE
                    INTO WS-ALERT-TEXT
                 END-STRING
              ELSE
                 STRING 'BATCH OVERRAN: JOB '
                        BWS-JOB-NAME
                        ' STILL RUNNING - DUE TO FINISH BY '
                        BWS-FINISH-BY-TIME
                    DELIMITED BY SIZE
                    INTO WS-ALERT-TEXT
                 END-STRING
              END-IF
              PERFORM 2600-RAISE-ALERT
              SET BWS-OVERRUN-ALERTED TO TRUE
              SET WS-SCHED-CHANGED TO TRUE
           END-IF.

      *    A FAILED RUN CLOSED ITS OWN HISTORY RECORD WITH AN END
      *    TIME; ONE STILL OPEN IS RUNNING (OR DIED) AND IS COVERED BY
      *    THE OVERRUN CHECK ABOVE.
           IF WS-RUN-FOUND AND NOT WS-RUN-COMPLETE AND
              WS-RUN-END-TS IS NOT EQUAL TO SPACES AND
              NOT BWS-FAILED-ALERTED
              MOVE SPACES TO WS-ALERT-TEXT
              STRING 'BATCH FAILED: JOB '
                     BWS-JOB-NAME
                     ' STARTED '
                     WS-RUN-START-TS(9:4)
                     ' ENDED '
                     WS-RUN-END-TS(9:4)
                     ' WITH STATUS F - SEE ERNV'
                 DELIMITED BY SIZE
                 INTO WS-ALERT-TEXT
              END-STRING
              PERFORM 2600-RAISE-ALERT
              SET BWS-FAILED-ALERTED TO TRUE
              SET WS-SCHED-CHANGED TO TRUE
           END-IF.

           IF WS-SCHED-CHANGED
              PERFORM 2700-REWRITE-SCHEDULE-ENTRY
           END-IF.

       2200-FIND-TONIGHTS-RUN.
      *    HISTORY IS KEYED BY JOB NAME + START TIMESTAMP, SO TONIGHT'S
      *    RUNS ARE THE ONES FROM THE WINDOW-OPEN KEY ONWARDS UNTIL THE
      *    JOB NAME CHANGES OR THE WINDOW HAS CLOSED. THE LAST ONE WINS.
           MOVE SPACE TO WS-RUN-FOUND-FLAG.
           INITIALIZE WS-TONIGHTS-RUN.
           MOVE SPACE TO WS-HIST-BROWSE-SWITCH.
           MOVE BWS-JOB-NAME TO WS-HIST-JOB-NAME.
           MOVE WS-WINDOW-OPEN-TS TO WS-HIST-START-TS.

           EXEC CICS STARTBR
                FILE(APP-RUNHIST-FILE-NAME)
                RIDFLD(WS-HIST-BROWSE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2210-READ-NEXT-HISTORY
              UNTIL WS-HIST-BROWSE-ENDED.

           EXEC CICS ENDBR
                FILE(APP-RUNHIST-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2210-READ-NEXT-HISTORY.
           EXEC CICS READNEXT
                FILE(APP-RUNHIST-FILE-NAME)
                INTO (RUN-HISTORY-RECORD)
                RIDFLD(WS-HIST-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              RNH-JOB-NAME IS NOT EQUAL TO BWS-JOB-NAME OR
              RNH-START-TIMESTAMP IS GREATER THAN WS-WINDOW-CLOSE-TS
              SET WS-HIST-BROWSE-ENDED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           SET WS-RUN-FOUND TO TRUE.
           MOVE RNH-START-TIMESTAMP TO WS-RUN-START-TS.
           MOVE RNH-END-TIMESTAMP TO WS-RUN-END-TS.
           MOVE RNH-RUN-STATUS TO WS-RUN-STATUS.

       2300-ASSESS-TONIGHTS-RUN.
      *    SETS THE LATE AND OVERRAN VERDICTS FOR THE JOB IN HAND -
      *    SHARED BY THE INTERVAL CHECK AND THE MORNING SUMMARY.
           MOVE SPACE TO WS-JOB-LATE-FLAG.
           MOVE SPACE TO WS-JOB-OVERRAN-FLAG.

           MOVE BWS-START-BY-TIME TO WS-EDIT-TIME.
           PERFORM 2800-CONVERT-EDIT-TIME.
           MOVE WS-EDIT-MINUTES TO WS-START-BY-MINUTES.

           MOVE BWS-FINISH-BY-TIME TO WS-EDIT-TIME.
           PERFORM 2800-CONVERT-EDIT-TIME.
           MOVE WS-EDIT-MINUTES TO WS-FINISH-BY-MINUTES.

           IF NOT WS-RUN-FOUND
              IF WS-NOW-MINUTES IS GREATER THAN WS-START-BY-MINUTES
                 OR NOT WS-WINDOW-IS-OPEN
                 SET WS-JOB-WAS-LATE TO TRUE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-RUN-START-TS(9:4) TO WS-EDIT-TIME.
           PERFORM 2800-CONVERT-EDIT-TIME.
           MOVE WS-EDIT-MINUTES TO WS-RUN-START-MINUTES.
           IF WS-RUN-START-MINUTES IS GREATER THAN WS-START-BY-MINUTES
              SET WS-JOB-WAS-LATE TO TRUE
           END-IF.

           IF WS-RUN-END-TS IS EQUAL TO SPACES
              IF WS-NOW-MINUTES IS GREATER THAN WS-FINISH-BY-MINUTES
                 OR NOT WS-WINDOW-IS-OPEN
                 SET WS-JOB-OVERRAN TO TRUE
              END-IF
           ELSE
              MOVE WS-RUN-END-TS(9:4) TO WS-EDIT-TIME
              PERFORM 2800-CONVERT-EDIT-TIME
              MOVE WS-EDIT-MINUTES TO WS-RUN-END-MINUTES
              IF WS-RUN-END-MINUTES IS GREATER THAN
                 WS-FINISH-BY-MINUTES
                 SET WS-JOB-OVERRAN TO TRUE
              END-IF
           END-IF.

       2600-RAISE-ALERT.
      *    SAME QUEUE AS THE LOCKOUT ALERT - APPENDED TO, NEVER
      *    CLEARED HERE. OPERATIONS DRAINS IT.
           EXEC CICS WRITEQ TS
                QNAME(AC-OPS-ALERT-QUEUE-NAME)
                FROM (WS-ALERT-TEXT)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           ADD 1 TO WS-ALERTS-RAISED.

       2700-REWRITE-SCHEDULE-ENTRY.
      *    ONLY THE ALERT FLAGS CHANGE HERE - THE REST OF THE RECORD
      *    IS TAKEN AS IT STANDS ON FILE, IN CASE EBWSADM EDITED IT
      *    SINCE THE BROWSE READ IT.
           MOVE BWS-ALERT-WINDOW-DATE TO WS-SAVED-WINDOW-DATE.
           MOVE BWS-LATE-ALERT-FLAG TO WS-SAVED-LATE-FLAG.
           MOVE BWS-OVERRUN-ALERT-FLAG TO WS-SAVED-OVERRUN-FLAG.
           MOVE BWS-FAILED-ALERT-FLAG TO WS-SAVED-FAILED-FLAG.

           EXEC CICS READ
                FILE(APP-BATCH-SCHED-FILE-NAME)
                INTO (BATCH-SCHEDULE-RECORD)
                RIDFLD(WS-SCHED-BROWSE-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE WS-SAVED-WINDOW-DATE TO BWS-ALERT-WINDOW-DATE
              MOVE WS-SAVED-LATE-FLAG TO BWS-LATE-ALERT-FLAG
              MOVE WS-SAVED-OVERRUN-FLAG TO BWS-OVERRUN-ALERT-FLAG
              MOVE WS-SAVED-FAILED-FLAG TO BWS-FAILED-ALERT-FLAG

              EXEC CICS REWRITE
                   FILE(APP-BATCH-SCHED-FILE-NAME)
                   FROM (BATCH-SCHEDULE-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2800-CONVERT-EDIT-TIME.
      *    MINUTES SINCE THE WINDOW OPENED, WRAPPING PAST MIDNIGHT.
           COMPUTE WS-EDIT-MINUTES =
              (WS-EDIT-HH * 60) + WS-EDIT-MM - WS-OPEN-MINUTES.
           IF WS-EDIT-MINUTES IS LESS THAN ZERO
              ADD 1440 TO WS-EDIT-MINUTES
           END-IF.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-JOBS-CHECKED TO WS-REPLY-JOBS.
           MOVE WS-ALERTS-RAISED TO WS-REPLY-ALERTS.

           IF WS-SUMMARY-MODE
              MOVE WS-COUNT-ON-TIME TO WS-REPLY-GOOD
              COMPUTE WS-REPLY-BAD = WS-COUNT-LATE + WS-COUNT-OVERRAN
                 + WS-COUNT-FAILED + WS-COUNT-NOT-RUN
              STRING 'Window Summary - '
                     FUNCTION TRIM(WS-REPLY-JOBS)
                     ' Job(s), '
                     FUNCTION TRIM(WS-REPLY-GOOD)
                     ' On Time, '
                     FUNCTION TRIM(WS-REPLY-BAD)
                     ' Missed Deadline - Queue '
                     APP-BWMON-QUEUE-NAME
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           ELSE
              STRING 'Window Monitor - '
                     FUNCTION TRIM(WS-REPLY-JOBS)
                     ' Job(s) Checked, '
                     FUNCTION TRIM(WS-REPLY-ALERTS)
                     ' New Alert(s) On Queue '
                     AC-OPS-ALERT-QUEUE-NAME
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           END-IF.

       3000-SUMMARIZE-WINDOW.
      *    THE QUEUE HOLDS ONE NIGHT ONLY - CLEAR THE PREVIOUS ONE.
           EXEC CICS DELETEQ TS
                QNAME(APP-BWMON-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE WS-WINDOW-OPEN-TS(1:4) TO WS-TTL-OPEN-DATE(1:4).
           MOVE '-' TO WS-TTL-OPEN-DATE(5:1).
           MOVE WS-WINDOW-OPEN-TS(5:2) TO WS-TTL-OPEN-DATE(6:2).
           MOVE '-' TO WS-TTL-OPEN-DATE(8:1).
           MOVE WS-WINDOW-OPEN-TS(7:2) TO WS-TTL-OPEN-DATE(9:2).
           MOVE WS-WINDOW-OPEN-TS(9:4) TO WS-TTL-OPEN-TIME.
           MOVE WS-WINDOW-CLOSE-TS(1:4) TO WS-TTL-CLOSE-DATE(1:4).
           MOVE '-' TO WS-TTL-CLOSE-DATE(5:1).
           MOVE WS-WINDOW-CLOSE-TS(5:2) TO WS-TTL-CLOSE-DATE(6:2).
           MOVE '-' TO WS-TTL-CLOSE-DATE(8:1).
           MOVE WS-WINDOW-CLOSE-TS(7:2) TO WS-TTL-CLOSE-DATE(9:2).
           MOVE WS-WINDOW-CLOSE-TS(9:4) TO WS-TTL-CLOSE-TIME.

           MOVE WS-SUMMARY-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.
           MOVE WS-SUMMARY-HEADING-1 TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.
           MOVE WS-SUMMARY-HEADING-2 TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           PERFORM 2050-START-SCHEDULE-BROWSE.

           PERFORM 2060-READ-NEXT-SCHEDULE-ENTRY
              UNTIL WS-SCHED-BROWSE-ENDED.

           EXEC CICS ENDBR
                FILE(APP-BATCH-SCHED-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE WS-JOBS-CHECKED TO WS-TOT-JOBS.
           MOVE WS-COUNT-ON-TIME TO WS-TOT-ON-TIME.
           MOVE WS-COUNT-LATE TO WS-TOT-LATE.
           MOVE WS-COUNT-OVERRAN TO WS-TOT-OVERRAN.
           MOVE WS-COUNT-FAILED TO WS-TOT-FAILED.
           MOVE WS-COUNT-NOT-RUN TO WS-TOT-NOT-RUN.
           MOVE WS-SUMMARY-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       3100-SUMMARIZE-ONE-JOB.
           ADD 1 TO WS-JOBS-CHECKED.

           PERFORM 2200-FIND-TONIGHTS-RUN.
           PERFORM 2300-ASSESS-TONIGHTS-RUN.

           MOVE BWS-JOB-NAME TO WS-DTL-JOB-NAME.
           MOVE BWS-START-BY-TIME TO WS-DTL-START-BY.
           MOVE BWS-FINISH-BY-TIME TO WS-DTL-FINISH-BY.
           MOVE '----' TO WS-DTL-STARTED.
           MOVE '----' TO WS-DTL-ENDED.

           IF WS-RUN-FOUND
              MOVE WS-RUN-START-TS(9:4) TO WS-DTL-STARTED
              IF WS-RUN-END-TS IS NOT EQUAL TO SPACES
                 MOVE WS-RUN-END-TS(9:4) TO WS-DTL-ENDED
              END-IF
           END-IF.

      *    ONE VERDICT PER JOB, WORST FIRST. A SUMMARY ASKED FOR WHILE
      *    THE WINDOW IS STILL OPEN SHOWS JOBS NOT YET DUE AS PENDING.
           EVALUATE TRUE
           WHEN NOT WS-RUN-FOUND AND NOT WS-JOB-WAS-LATE
                MOVE 'PENDING' TO WS-DTL-VERDICT
           WHEN NOT WS-RUN-FOUND
                MOVE 'NOT RUN' TO WS-DTL-VERDICT
                ADD 1 TO WS-COUNT-NOT-RUN
           WHEN NOT WS-RUN-COMPLETE AND
                WS-RUN-END-TS IS NOT EQUAL TO SPACES
                MOVE 'FAILED' TO WS-DTL-VERDICT
                ADD 1 TO WS-COUNT-FAILED
           WHEN WS-JOB-OVERRAN AND NOT WS-RUN-COMPLETE
                MOVE 'DID NOT FINISH' TO WS-DTL-VERDICT
                ADD 1 TO WS-COUNT-OVERRAN
           WHEN WS-JOB-OVERRAN AND WS-JOB-WAS-LATE
                MOVE 'LATE START, OVERRAN' TO WS-DTL-VERDICT
                ADD 1 TO WS-COUNT-OVERRAN
           WHEN WS-JOB-OVERRAN
                MOVE 'OVERRAN' TO WS-DTL-VERDICT
                ADD 1 TO WS-COUNT-OVERRAN
           WHEN WS-JOB-WAS-LATE
                MOVE 'LATE START' TO WS-DTL-VERDICT
                ADD 1 TO WS-COUNT-LATE
           WHEN NOT WS-RUN-COMPLETE
                MOVE 'RUNNING' TO WS-DTL-VERDICT
           WHEN OTHER
                MOVE 'ON TIME' TO WS-DTL-VERDICT
                ADD 1 TO WS-COUNT-ON-TIME
           END-EVALUATE.

           MOVE WS-SUMMARY-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       4000-SCHEDULE-NEXT-CYCLE.
      *    ONE CHAIN ONLY - DROP ANY CYCLE ALREADY WAITING BEFORE
      *    STARTING THE NEXT (NOTFND JUST MEANS THERE WASN'T ONE).
           EXEC CICS CANCEL
                REQID(APP-BWMON-REQUEST-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    INSIDE THE WINDOW, CHECK AGAIN AFTER THE NORMAL INTERVAL.
      *    OUTSIDE IT, SLEEP UNTIL THE NEXT WINDOW OPENS (INTERVAL IS
      *    HHMMSS).
           IF WS-WINDOW-IS-OPEN
              MOVE APP-BWMON-INTERVAL TO WS-NEXT-INTERVAL
           ELSE
              COMPUTE WS-WAIT-MINUTES = 1440 - WS-NOW-MINUTES
              DIVIDE WS-WAIT-MINUTES BY 60
                 GIVING WS-WAIT-HOURS
                 REMAINDER WS-WAIT-MINUTES
              COMPUTE WS-NEXT-INTERVAL =
                 (WS-WAIT-HOURS * 10000) + (WS-WAIT-MINUTES * 100)
           END-IF.

           EXEC CICS START
                TRANSID(APP-BWMON-TRANSACTION-ID)
                INTERVAL(WS-NEXT-INTERVAL)
                FROM (WS-START-DATA)
                LENGTH (LENGTH OF WS-START-DATA)
                REQID(APP-BWMON-REQUEST-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-BWMON-QUEUE-NAME)
                FROM (WS-REPORT-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       9200-SEND-REPLY-AND-RETURN.
      *    AN INTERVAL CYCLE HAS NO TERMINAL TO REPLY TO.
           IF NOT WS-STARTED-BY-INTERVAL
              EXEC CICS SEND TEXT
                   FROM (WS-REPLY-TEXT)
                   LENGTH (LENGTH OF WS-REPLY-TEXT)
                   ERASE
                   END-EXEC
           END-IF.

           EXEC CICS RETURN
                END-EXEC.
