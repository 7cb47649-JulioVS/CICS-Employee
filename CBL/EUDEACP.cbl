      *        ACCOUNT IS SET INACTIVE AND REPORTED - SO A LEAVER'S
      *        SIGN-ON NO LONGER STAYS ALIVE UNTIL SOMEONE REMEMBERS
      *        TO FLIP IT IN EUSRADM.
      *      - 'PREVIEW' AFTER THE TRANSACTION ID RUNS THE SAME SWEEP
      *        BUT CLOSES NOTHING - EACH ACCOUNT IS REPORTED AS
      *        'WOULD DEACTIVATE' AND ITS ENROLLMENTS ARE LEFT OPEN.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-DEACT-DETAIL-LINE.
          05 WS-DTL-ACTION              PIC X(17) VALUE SPACES.
          05 WS-DTL-USER-ID             PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(11)
                                         VALUE ' - EMPLOYEE'.
          05 WS-DTL-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-DTL-REASON              PIC X(14) VALUE SPACES.
          05 FILLER                     PIC X(20) VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
             10 WS-CAND-EMPLOYEE-ID     PIC 9(8).
             10 WS-CAND-REASON          PIC X(14).

      *
      *    'PREVIEW' TYPED AFTER THE TRANSACTION ID ASKS FOR A DRY
      *    RUN - THE SAME REPORT TO THE SAME QUEUE, WORDED AS WHAT
      *    WOULD HAPPEN, WITH NO FILE CHANGED.
       01 WS-RUN-MODE-VARS.
          05 WS-TERMINAL-INPUT          PIC X(20).
          05 WS-TERMINAL-INPUT-LEN      PIC S9(4) USAGE IS BINARY.
          05 WS-PREVIEW-COUNT           PIC S9(4) USAGE IS BINARY.
      *
       01 WS-PREVIEW-SWITCH             PIC X(1)  VALUE SPACES.
          88 WS-PREVIEW-RUN                       VALUE 'Y'.
      *
       01 WS-PREVIEW-BANNER-LINE.
          05 FILLER                     PIC X(35)
                         VALUE 'PREVIEW RUN - NO FILES WERE CHANGED'.
          05 FILLER                     PIC X(45) VALUE SPACES.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 1100-CHECK-RUN-MODE.

       1100-CHECK-RUN-MODE.
      *    A RUN STARTED WITHOUT A TERMINAL HAS NOTHING TO RECEIVE -
      *    THE INPUT STAYS BLANK AND THE RUN GOES AHEAD FOR REAL.
           MOVE LENGTH OF WS-TERMINAL-INPUT
              TO WS-TERMINAL-INPUT-LEN.

           MOVE SPACES TO WS-TERMINAL-INPUT.

           EXEC CICS RECEIVE
                INTO (WS-TERMINAL-INPUT)
                LENGTH (WS-TERMINAL-INPUT-LEN)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE ZERO TO WS-PREVIEW-COUNT.
           INSPECT WS-TERMINAL-INPUT
              TALLYING WS-PREVIEW-COUNT FOR ALL 'PREVIEW'.
           IF WS-PREVIEW-COUNT IS GREATER THAN ZERO
              SET WS-PREVIEW-RUN TO TRUE
              MOVE WS-PREVIEW-BANNER-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

       2000-SWEEP-REGISTERED-USERS.
           PERFORM 2100-START-BROWSING.
           IF NOT WS-END-OF-FILE
      *    RE-READ FOR UPDATE BY THE COLLECTED KEY AND FLIP THE
      *    STATUS - THE BROWSE HAS LONG SINCE ENDED, SO THE UPDATE
      *    TAKES EXCLUSIVE CONTROL CLEANLY.
           IF WS-PREVIEW-RUN
              PERFORM 3150-PREVIEW-ONE-ACCOUNT
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-CAND-USER-ID(WS-CAND-IDX) TO RU-USER-ID.

           EXEC CICS READ
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO WS-USERS-DEACTIVATED
              INITIALIZE WS-DEACT-DETAIL-LINE
              MOVE 'DEACTIVATED' TO WS-DTL-ACTION
              MOVE RU-USER-ID TO WS-DTL-USER-ID
              MOVE WS-CAND-EMPLOYEE-ID(WS-CAND-IDX)
                 TO WS-DTL-EMPLOYEE-ID
              PERFORM 3200-END-DATE-ENROLLMENTS
           END-IF.

       3150-PREVIEW-ONE-ACCOUNT.
      *    THE ACCOUNT IS LEFT ACTIVE; THE ENROLLMENT SCAN STILL RUNS
      *    SO THE COUNT OF WHAT WOULD BE END-DATED IS REAL.
           ADD 1 TO WS-USERS-DEACTIVATED.
           INITIALIZE WS-DEACT-DETAIL-LINE.
           MOVE 'WOULD DEACTIVATE' TO WS-DTL-ACTION.
           MOVE WS-CAND-USER-ID(WS-CAND-IDX) TO WS-DTL-USER-ID.
           MOVE WS-CAND-EMPLOYEE-ID(WS-CAND-IDX)
              TO WS-DTL-EMPLOYEE-ID.
           MOVE WS-CAND-REASON(WS-CAND-IDX) TO WS-DTL-REASON.
           MOVE WS-DEACT-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.
           PERFORM 3200-END-DATE-ENROLLMENTS.

       3200-END-DATE-ENROLLMENTS.
      *    COLLECT THE LEAVER'S OPEN ENROLLMENTS FIRST, THEN CLOSE
      *    EACH BY KEY AFTER THE BROWSE ENDS - SAME TWO-PASS
                   END-EXEC
           END-IF.

           IF WS-ENR-CLOSE-COUNT IS GREATER THAN ZERO AND
              WS-PREVIEW-RUN
              ADD WS-ENR-CLOSE-COUNT TO WS-ENROLLMENTS-ENDED
              EXIT PARAGRAPH
           END-IF.

           IF WS-ENR-CLOSE-COUNT IS GREATER THAN ZERO
              PERFORM 3220-CLOSE-ONE-ENROLLMENT
                 VARYING WS-ENR-IDX FROM 1 BY 1
           MOVE WS-USERS-SCANNED TO WS-REPLY-SCANNED.
           MOVE WS-USERS-DEACTIVATED TO WS-REPLY-DEACT.

           IF WS-PREVIEW-RUN
              STRING 'Leaver Sweep PREVIEW - '
                     FUNCTION TRIM(WS-REPLY-DEACT)
                     ' Of '
                     FUNCTION TRIM(WS-REPLY-SCANNED)
                     ' Account(s) Would Close - Queue '
                     APP-USRDEACT-QUEUE-NAME
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
              EXIT PARAGRAPH
           END-IF.

           STRING 'Leaver Account Sweep Complete - '
                  FUNCTION TRIM(WS-REPLY-DEACT)
                  ' Of '
