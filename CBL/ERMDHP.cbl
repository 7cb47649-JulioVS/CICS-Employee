       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERMDHP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'
      *      - 'REMINDER HOUSEKEEPING' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID ONCE A MONTH - SAME
      *        MOLD AS ERETNP.
      *      - COMPLETING A REMINDER ON ERMDP ONLY FLAGS IT, SO THE
      *        FILE WOULD OTHERWISE GROW FOREVER. THIS JOB DELETES
      *        EVERY COMPLETED REMINDER WHOSE COMPLETION DATE IS MORE
      *        THAN APP-REMIND-RETAIN-DAYS AGO. OPEN REMINDERS ARE
      *        NEVER TOUCHED, HOWEVER OLD.
      *      - DELETES ARE DONE THROUGH REPEATED KEYED READS RATHER
      *        THAN UNDER AN OPEN BROWSE: EACH CYCLE RESUMES AT THE
      *        KEY AFTER THE LAST ONE EXAMINED.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - REMINDER RECORD.
      ******************************************************************
       COPY ECONST.
       COPY ERMDR.
      *
       01 WS-REPLY-CUTOFF               PIC ZZ9.
      *
       01 WS-AGE-TIME-CALC.
          05 WS-ENTRY-NUMERIC-DATE      PIC 9(8).
          05 WS-ENTRY-DAYS              PIC S9(8) USAGE IS BINARY.
          05 WS-CURRENT-NUMERIC-DATE    PIC 9(8).
          05 WS-CURRENT-DAYS            PIC S9(8) USAGE IS BINARY.
          05 WS-ELAPSED-DAYS            PIC S9(8) USAGE IS BINARY.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-REMINDERS-READ          PIC 9(5)  VALUE ZEROES.
          05 WS-REMINDERS-PURGED        PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-READ              PIC ZZZZ9.
          05 WS-REPLY-PURGED            PIC ZZZZ9.
      *
       01 WS-SWEEP-SWITCH               PIC X(1)  VALUE SPACES.
          88 WS-SWEEP-DONE                        VALUE 'Y'.
      *
       01 WS-PURGE-CHECK                PIC X(1)  VALUE SPACES.
          88 WS-ENTRY-IS-PURGEABLE                VALUE 'Y'.
      *
      *    WHERE THE NEXT KEYED READ RESUMES - THE KEY JUST EXAMINED,
      *    BUMPED BY ONE, SO EVERY CYCLE MOVES FORWARD WHETHER THE
      *    REMINDER WAS PURGED OR KEPT.
       01 WS-RESUME-KEY.
          05 WS-RESUME-OWNER-USER-ID    PIC X(8).
          05 WS-RESUME-DUE-DATE         PIC X(8).
          05 WS-RESUME-TIMESTAMP        PIC X(14).
       01 WS-RESUME-TS-NUMERIC          PIC 9(14) VALUE ZEROES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-PURGE-REMINDER-FILE.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.
           MOVE FUNCTION CURRENT-DATE(1:8)
              TO WS-CURRENT-NUMERIC-DATE.
           COMPUTE WS-CURRENT-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-NUMERIC-DATE).

       2000-PURGE-REMINDER-FILE.
           MOVE SPACE TO WS-SWEEP-SWITCH.
           MOVE LOW-VALUES TO WS-RESUME-KEY.

           PERFORM 2100-EXAMINE-NEXT-REMINDER
              UNTIL WS-SWEEP-DONE.

       2100-EXAMINE-NEXT-REMINDER.
           MOVE WS-RESUME-KEY TO RMD-REMINDER-KEY.

           EXEC CICS READ
                FILE(APP-REMIND-FILE-NAME)
                INTO (REMINDER-RECORD)
                RIDFLD(RMD-REMINDER-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-SWEEP-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-REMINDERS-READ.

      *    RESUME POSITION: ONE PAST THE REMINDER JUST READ.
           MOVE RMD-REMINDER-KEY TO WS-RESUME-KEY.
           MOVE RMD-CREATED-TIMESTAMP TO WS-RESUME-TS-NUMERIC.
           ADD 1 TO WS-RESUME-TS-NUMERIC.
           MOVE WS-RESUME-TS-NUMERIC TO WS-RESUME-TIMESTAMP.

           PERFORM 2200-CHECK-REMINDER-PURGEABLE.

           IF WS-ENTRY-IS-PURGEABLE
              EXEC CICS DELETE
                   FILE(APP-REMIND-FILE-NAME)
                   RIDFLD(RMD-REMINDER-KEY)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 ADD 1 TO WS-REMINDERS-PURGED
              END-IF
           END-IF.

       2200-CHECK-REMINDER-PURGEABLE.
      *    ONLY A COMPLETED REMINDER, COMPLETED MORE THAN THE RETAIN
      *    DAYS AGO, GOES. A COMPLETED ONE WITH NO USABLE COMPLETION
      *    DATE IS LEFT ALONE RATHER THAN GUESSED AT.
           MOVE SPACE TO WS-PURGE-CHECK.

           IF NOT RMD-COMPLETED
              EXIT PARAGRAPH
           END-IF.

           IF RMD-COMPLETED-DATE IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.

           MOVE RMD-COMPLETED-DATE TO WS-ENTRY-NUMERIC-DATE.
           COMPUTE WS-ENTRY-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-ENTRY-NUMERIC-DATE).
           COMPUTE WS-ELAPSED-DAYS =
              WS-CURRENT-DAYS - WS-ENTRY-DAYS.

           IF WS-ELAPSED-DAYS IS NOT GREATER THAN
              APP-REMIND-RETAIN-DAYS
              EXIT PARAGRAPH
           END-IF.

           SET WS-ENTRY-IS-PURGEABLE TO TRUE.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-REMINDERS-READ TO WS-REPLY-READ.
           MOVE WS-REMINDERS-PURGED TO WS-REPLY-PURGED.
           MOVE APP-REMIND-RETAIN-DAYS TO WS-REPLY-CUTOFF.

           STRING 'Reminder Housekeeping ('
                  FUNCTION TRIM(WS-REPLY-CUTOFF)
                  ' Days) Complete - '
                  FUNCTION TRIM(WS-REPLY-READ)
                  ' Read, '
                  FUNCTION TRIM(WS-REPLY-PURGED)
                  ' Completed Reminder(s) Purged.'
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

       9200-SEND-REPLY-AND-RETURN.
           EXEC CICS SEND TEXT
                FROM (WS-REPLY-TEXT)
                LENGTH (LENGTH OF WS-REPLY-TEXT)
                ERASE
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.
