      *      - THE SWEEP IS IDEMPOTENT - A NIGHT WITH MORE EXPIRED
      *        LOANS THAN THE TABLE HOLDS LEAVES THE REST FOR THE
      *        NEXT RUN.
      *      - 'PREVIEW' AFTER THE TRANSACTION ID REPORTS THE LAPSED
      *        LOANS AS 'WOULD CLOSE' WITHOUT DELETING THEM; THE
      *        EXPIRING-SOON LINES ARE THE SAME EITHER WAY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-EXPIRY-DETAIL-LINE.
          05 WS-DTL-ACTION              PIC X(11) VALUE SPACES.
          05 FILLER                     PIC X(9)
                                         VALUE ' EMPLOYEE'.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 FILLER                     PIC X(7)
                                         VALUE ' ENDED '.
          05 WS-DTL-END-DATE            PIC X(10) VALUE SPACES.
          05 FILLER                     PIC X(2)  VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
             10 FILLER              PIC X(1)  VALUE '-'.
             10 WS-YYYY             PIC X(4)  VALUE SPACES.

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

       2000-SWEEP-SECONDARY-FILE.
           INITIALIZE SECONDARY-ASSIGNMENT-RECORD.

           MOVE WS-CAND-EMPLOYEE-ID(WS-CAND-IDX) TO SEC-EMPLOYEE-ID.
           MOVE WS-CAND-END-DATE(WS-CAND-IDX) TO SEC-END-DATE.

           IF WS-PREVIEW-RUN
              ADD 1 TO WS-LOANS-CLOSED
              MOVE 'WOULD CLOSE' TO WS-DTL-ACTION
              MOVE SEC-EMPLOYEE-ID TO WS-DTL-EMPLOYEE-ID
              MOVE SEC-DEPARTMENT-ID TO WS-DTL-LOAN-DEPT-ID
              PERFORM 2300-WRITE-EXPIRY-LINE
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS DELETE
                FILE(APP-SECONDARY-FILE-NAME)
                RIDFLD(SEC-ASSIGNMENT-KEY)
           MOVE WS-LOANS-CLOSED TO WS-REPLY-CLOSED.
           MOVE WS-LOANS-EXPIRING TO WS-REPLY-EXPIRING.

           IF WS-PREVIEW-RUN
              STRING 'Loan Expiry PREVIEW - '
                     FUNCTION TRIM(WS-REPLY-CLOSED)
                     ' Would Close, '
                     FUNCTION TRIM(WS-REPLY-EXPIRING)
                     ' Expiring Soon - Queue '
                     APP-SECEXP-QUEUE-NAME
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
              EXIT PARAGRAPH
           END-IF.

           STRING 'Loan Expiry Sweep Complete - '
                  FUNCTION TRIM(WS-REPLY-CLOSED)
                  ' Closed, '
