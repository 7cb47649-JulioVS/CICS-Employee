       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDORMP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'DORMANT ACCOUNT SUSPENSION' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID (OR SCHEDULED VIA
      *        CICS INTERVAL CONTROL) NIGHTLY - SAME MOLD AS EUDEACP.
      *      - EUDEACP CLOSES LEAVERS' ACCOUNTS; THIS SWEEP CATCHES THE
      *        LIVE EMPLOYEES WHO SIMPLY NEVER USE THEIR SIGN-ON. EACH
      *        ACTIVE ACCOUNT IS DATED FROM ITS LATEST SUCCESSFUL
      *        SIGN-ON ON ESONAUD, OR FROM RU-LAST-EFFECTIVE-DATE WHEN
      *        THAT IS LATER (A NEW OR RE-ACTIVATED ACCOUNT) OR THERE
      *        IS NO SIGN-ON ON FILE AT ALL.
      *      - AT THE WARNING AGE FOR THE ACCOUNT'S USER TYPE THE
      *        ACCOUNT IS LISTED AS A WARNING; AT THE SUSPEND AGE IT IS
      *        SET INACTIVE AND LISTED AS SUSPENDED. THE AGES LIVE IN
      *        ECONST (APP-DORMANT-...-DAYS), ONE PAIR PER USER TYPE.
      *      - ADMINISTRATOR ACCOUNTS, AND SYSTEM ACCOUNTS NOT LINKED
      *        TO AN EMPLOYEE (RU-EMPLOYEE-ID ZERO), ARE NEVER
      *        SUSPENDED HERE - LOCKING OUT THE LAST ADMINISTRATOR OR
      *        AN INTERFACE ID OVERNIGHT IS WORSE THAN THE FINDING.
      *        PAST THE SUSPEND AGE THEY ARE LISTED FOR REVIEW INSTEAD.
      *      - 'PREVIEW' AFTER THE TRANSACTION ID RUNS THE SAME SWEEP
      *        BUT SUSPENDS NOTHING - EACH ACCOUNT IS REPORTED AS
      *        'WOULD SUSPEND'.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - REGISTERED USER RECORD.
      *      - SIGN-ON AUDIT RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EREGUSR.
       COPY ESONAUD.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUT.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
       01 WS-DORMANT-DETAIL-LINE.
          05 WS-DTL-ACTION              PIC X(17) VALUE SPACES.
          05 WS-DTL-USER-ID             PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-DTL-USER-TYPE           PIC X(3)  VALUE SPACES.
          05 FILLER                     PIC X(6)  VALUE ' IDLE '.
          05 WS-DTL-IDLE-DAYS           PIC ZZZZ9.
          05 FILLER                     PIC X(19)
                                         VALUE ' DAY(S) - LAST USED'.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-DTL-LAST-USED           PIC X(10) VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-DTL-BASIS               PIC X(9)  VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-USERS-SCANNED           PIC 9(5)  VALUE ZEROES.
          05 WS-USERS-WARNED            PIC 9(5)  VALUE ZEROES.
          05 WS-USERS-SUSPENDED         PIC 9(5)  VALUE ZEROES.
          05 WS-USERS-FOR-REVIEW        PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-WARNED            PIC ZZZZ9.
          05 WS-REPLY-SUSPENDED         PIC ZZZZ9.
          05 WS-REPLY-REVIEW            PIC ZZZZ9.
      *
       01 WS-BROWSE-SWITCH              PIC X(1)  VALUE SPACES.
          88 WS-END-OF-FILE                       VALUE 'Y'.
          88 WS-NOT-END-OF-FILE                   VALUE 'N'.
      *
       01 WS-AUDIT-SCAN-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-AUDIT-SCAN-DONE                   VALUE 'Y'.
      *
       01 WS-TODAY-DATE                 PIC X(8)  VALUE SPACES.
       01 WS-TODAY-NUM                  PIC 9(8)  VALUE ZEROES.
      *
      *    THE ACCOUNT BEING LOOKED AT - ITS LAST-USED DATE, WHERE
      *    THAT DATE CAME FROM, HOW MANY DAYS AGO IT WAS, AND THE TWO
      *    AGES THAT APPLY TO ITS USER TYPE.
       01 WS-LAST-SIGNON-DATE           PIC X(8)  VALUE SPACES.
       01 WS-LAST-USED-DATE             PIC X(8)  VALUE SPACES.
       01 WS-LAST-USED-NUM REDEFINES WS-LAST-USED-DATE
                                        PIC 9(8).
       01 WS-LAST-USED-BASIS            PIC X(9)  VALUE SPACES.
       01 WS-IDLE-DAYS                  PIC S9(8) USAGE IS BINARY.
       01 WS-WARN-DAYS                  PIC 9(3)  VALUE ZEROES.
       01 WS-SUSPEND-DAYS               PIC 9(3)  VALUE ZEROES.
      *
      *    ACCOUNTS TO SUSPEND ARE COLLECTED DURING THE BROWSE AND
      *    UPDATED IN A SECOND PASS AFTER THE ENDBR - SAME TWO-PASS
      *    DISCIPLINE AS EUDEACP, FOR THE SAME REASON. A NIGHT WITH
      *    MORE THAN 200 DORMANT ACCOUNTS LEAVES THE REST FOR THE
      *    NEXT NIGHTLY RUN - THE SWEEP IS IDEMPOTENT.
       01 WS-CANDIDATE-TABLE-AREA.
          05 WS-CANDIDATE-COUNT         PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
          05 WS-CANDIDATE-ENTRY OCCURS 200 TIMES
                INDEXED BY WS-CAND-IDX.
             10 WS-CAND-USER-ID         PIC X(8).
             10 WS-CAND-USER-TYPE       PIC X(3).
             10 WS-CAND-IDLE-DAYS       PIC S9(8) USAGE IS BINARY.
             10 WS-CAND-LAST-USED       PIC X(8).
             10 WS-CAND-BASIS           PIC X(9).
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
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-SWEEP-REGISTERED-USERS.
           PERFORM 3000-SUSPEND-CANDIDATE-ACCOUNTS.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE WS-CANDIDATE-TABLE-AREA.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-TODAY-NUM.

      *    CLEAR OUT ANY PRIOR RUN'S LEFTOVER QUEUE - QIDERR JUST
      *    MEANS THERE WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-DORMANT-QUEUE-NAME)
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
              PERFORM 2200-CHECK-NEXT-USER
                 UNTIL WS-END-OF-FILE
                 OR WS-CANDIDATE-COUNT IS EQUAL TO 200
              PERFORM 2400-END-BROWSING
           END-IF.

       2100-START-BROWSING.
      *    LOW KEY POSITIONS THE BROWSE AT THE FIRST REGISTERED USER
      *    ON FILE - SAME IDIOM EPURGP USES AGAINST EREGUSR.
           MOVE LOW-VALUES TO RU-USER-ID.

           EXEC CICS STARTBR
                FILE(AC-REG-USER-FILE-NAME)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                SET WS-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Registered Users!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2200-CHECK-NEXT-USER.
           EXEC CICS READNEXT
                FILE(AC-REG-USER-FILE-NAME)
                RIDFLD(RU-USER-ID)
                INTO (REG-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                ADD 1 TO WS-USERS-SCANNED
                IF RU-ST-ACTIVE
                   PERFORM 2300-CHECK-ACCOUNT-ACTIVITY
                END-IF
           WHEN DFHRESP(ENDFILE)
                SET WS-END-OF-FILE TO TRUE
           WHEN OTHER
                MOVE 'Error Reading Next Registered User!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2300-CHECK-ACCOUNT-ACTIVITY.
           PERFORM 2310-SET-TYPE-THRESHOLDS.
           PERFORM 2320-FIND-LAST-SIGN-ON.

      *    THE LATER OF THE LAST SIGN-ON AND THE EFFECTIVE DATE - A
      *    NEW ACCOUNT, OR ONE RE-ACTIVATED ON EUSRADM, STARTS ITS
      *    CLOCK FROM THE DAY IT BECAME USABLE, NOT FROM A SIGN-ON
      *    MONTHS BEFORE IT WAS SUSPENDED.
           MOVE WS-LAST-SIGNON-DATE TO WS-LAST-USED-DATE.
           MOVE 'SIGN-ON' TO WS-LAST-USED-BASIS.
           IF RU-LED-DATE IS NUMERIC AND
              RU-LED-DATE IS GREATER THAN WS-LAST-USED-DATE
              MOVE RU-LED-DATE TO WS-LAST-USED-DATE
              MOVE 'EFFECTIVE' TO WS-LAST-USED-BASIS
           END-IF.

      *    NOTHING TO DATE THE ACCOUNT FROM AT ALL - NEVER SIGNED ON
      *    AND NO EFFECTIVE DATE. IT CANNOT BE AGED, SO IT IS LISTED
      *    FOR SOMEONE TO LOOK AT RATHER THAN GUESSED AT.
           IF WS-LAST-USED-DATE IS NOT NUMERIC
              MOVE ZERO TO WS-IDLE-DAYS
              MOVE SPACES TO WS-LAST-USED-DATE
              MOVE SPACES TO WS-LAST-USED-BASIS
              MOVE 'REVIEW - NO DATE' TO WS-DTL-ACTION
              PERFORM 2350-REPORT-THIS-ACCOUNT
              ADD 1 TO WS-USERS-FOR-REVIEW
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-IDLE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
              - FUNCTION INTEGER-OF-DATE(WS-LAST-USED-NUM).

           EVALUATE TRUE
           WHEN WS-IDLE-DAYS IS LESS THAN WS-WARN-DAYS
                CONTINUE
           WHEN WS-IDLE-DAYS IS LESS THAN WS-SUSPEND-DAYS
                MOVE 'WARNING' TO WS-DTL-ACTION
                PERFORM 2350-REPORT-THIS-ACCOUNT
                ADD 1 TO WS-USERS-WARNED
           WHEN RU-UT-ADMINISTRATOR
                MOVE 'REVIEW - ADMIN' TO WS-DTL-ACTION
                PERFORM 2350-REPORT-THIS-ACCOUNT
                ADD 1 TO WS-USERS-FOR-REVIEW
           WHEN RU-EMPLOYEE-ID IS EQUAL TO ZERO
                MOVE 'REVIEW - UNLINKED' TO WS-DTL-ACTION
                PERFORM 2350-REPORT-THIS-ACCOUNT
                ADD 1 TO WS-USERS-FOR-REVIEW
           WHEN OTHER
                ADD 1 TO WS-CANDIDATE-COUNT
                SET WS-CAND-IDX TO WS-CANDIDATE-COUNT
                MOVE RU-USER-ID TO WS-CAND-USER-ID(WS-CAND-IDX)
                MOVE RU-USER-TYPE TO WS-CAND-USER-TYPE(WS-CAND-IDX)
                MOVE WS-IDLE-DAYS TO WS-CAND-IDLE-DAYS(WS-CAND-IDX)
                MOVE WS-LAST-USED-DATE
                   TO WS-CAND-LAST-USED(WS-CAND-IDX)
                MOVE WS-LAST-USED-BASIS
                   TO WS-CAND-BASIS(WS-CAND-IDX)
           END-EVALUATE.

       2310-SET-TYPE-THRESHOLDS.
      *    A TYPE THAT IS NONE OF THE THREE IS AGED AS STANDARD.
           EVALUATE TRUE
           WHEN RU-UT-ADMINISTRATOR
                MOVE APP-DORMANT-ADM-WARN-DAYS TO WS-WARN-DAYS
                MOVE APP-DORMANT-ADM-SUSP-DAYS TO WS-SUSPEND-DAYS
           WHEN RU-UT-MANAGER
                MOVE APP-DORMANT-MGR-WARN-DAYS TO WS-WARN-DAYS
                MOVE APP-DORMANT-MGR-SUSP-DAYS TO WS-SUSPEND-DAYS
           WHEN OTHER
                MOVE APP-DORMANT-STD-WARN-DAYS TO WS-WARN-DAYS
                MOVE APP-DORMANT-STD-SUSP-DAYS TO WS-SUSPEND-DAYS
           END-EVALUATE.

       2320-FIND-LAST-SIGN-ON.
      *    THE USER'S AUDIT ENTRIES SIT TOGETHER IN TIMESTAMP ORDER
      *    UNDER THEIR USER ID, SO THE LAST SUCCESSFUL SIGN-ON SEEN
      *    ON A FORWARD BROWSE IS THE LATEST ONE.
           MOVE SPACES TO WS-LAST-SIGNON-DATE.
           MOVE SPACE TO WS-AUDIT-SCAN-SWITCH.

           MOVE RU-USER-ID TO SNA-USER-ID.
           MOVE LOW-VALUES TO SNA-TIMESTAMP.

           EXEC CICS STARTBR
                FILE(AC-SIGNON-AUDIT-FILE-NAME)
                RIDFLD(SNA-AUDIT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2330-CHECK-NEXT-AUDIT-ENTRY
                 UNTIL WS-AUDIT-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(AC-SIGNON-AUDIT-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2330-CHECK-NEXT-AUDIT-ENTRY.
           EXEC CICS READNEXT
                FILE(AC-SIGNON-AUDIT-FILE-NAME)
                RIDFLD(SNA-AUDIT-KEY)
                INTO (SIGNON-AUDIT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-AUDIT-SCAN-DONE TO TRUE
           WHEN SNA-USER-ID IS NOT EQUAL TO RU-USER-ID
                SET WS-AUDIT-SCAN-DONE TO TRUE
           WHEN SNA-SIGNED-ON
                MOVE SNA-AUDIT-DATE TO WS-LAST-SIGNON-DATE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2350-REPORT-THIS-ACCOUNT.
      *    THE ACTION IS ALREADY IN THE LINE - FILL IN THE REST FROM
      *    THE ACCOUNT BEING LOOKED AT.
           MOVE RU-USER-ID TO WS-DTL-USER-ID.
           MOVE RU-USER-TYPE TO WS-DTL-USER-TYPE.
           MOVE WS-IDLE-DAYS TO WS-DTL-IDLE-DAYS.
           MOVE WS-LAST-USED-BASIS TO WS-DTL-BASIS.
           MOVE SPACES TO WS-DTL-LAST-USED.
           IF WS-LAST-USED-DATE IS NOT EQUAL TO SPACES
              MOVE WS-LAST-USED-DATE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO WS-DTL-LAST-USED
           END-IF.
           MOVE WS-DORMANT-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2400-END-BROWSING.
           EXEC CICS ENDBR
                FILE(AC-REG-USER-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3000-SUSPEND-CANDIDATE-ACCOUNTS.
           IF WS-CANDIDATE-COUNT IS EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3100-SUSPEND-ONE-ACCOUNT
              VARYING WS-CAND-IDX FROM 1 BY 1
              UNTIL WS-CAND-IDX IS GREATER THAN WS-CANDIDATE-COUNT.

       3100-SUSPEND-ONE-ACCOUNT.
      *    RE-READ FOR UPDATE BY THE COLLECTED KEY AND FLIP THE
      *    STATUS - THE BROWSE HAS LONG SINCE ENDED, SO THE UPDATE
      *    TAKES EXCLUSIVE CONTROL CLEANLY.
           IF WS-PREVIEW-RUN
              MOVE 'WOULD SUSPEND' TO WS-DTL-ACTION
              PERFORM 3200-REPORT-ONE-SUSPENSION
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-CAND-USER-ID(WS-CAND-IDX) TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILE-NAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

      *    AN ADMINISTRATOR WHO CLOSED THE ACCOUNT, OR RE-ACTIVATED IT
      *    WITH A FRESH EFFECTIVE DATE, SINCE THE BROWSE READ IT HAS
      *    ALREADY DEALT WITH IT - LEAVE THEIR CHANGE STANDING.
           IF NOT RU-ST-ACTIVE OR
              (RU-LED-DATE IS NUMERIC AND
               RU-LED-DATE IS GREATER THAN
               WS-CAND-LAST-USED(WS-CAND-IDX))
              EXEC CICS UNLOCK
                   FILE(AC-REG-USER-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EXIT PARAGRAPH
           END-IF.

           SET RU-ST-INACTIVE TO TRUE.

           EXEC CICS REWRITE
                FILE(AC-REG-USER-FILE-NAME)
                FROM (REG-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'SUSPENDED' TO WS-DTL-ACTION
              PERFORM 3200-REPORT-ONE-SUSPENSION
           END-IF.

       3200-REPORT-ONE-SUSPENSION.
           ADD 1 TO WS-USERS-SUSPENDED.
           MOVE WS-CAND-USER-ID(WS-CAND-IDX) TO WS-DTL-USER-ID.
           MOVE WS-CAND-USER-TYPE(WS-CAND-IDX) TO WS-DTL-USER-TYPE.
           MOVE WS-CAND-IDLE-DAYS(WS-CAND-IDX) TO WS-DTL-IDLE-DAYS.
           MOVE WS-CAND-BASIS(WS-CAND-IDX) TO WS-DTL-BASIS.
           MOVE WS-CAND-LAST-USED(WS-CAND-IDX) TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-DTL-LAST-USED.
           MOVE WS-DORMANT-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-USERS-WARNED TO WS-REPLY-WARNED.
           MOVE WS-USERS-SUSPENDED TO WS-REPLY-SUSPENDED.
           MOVE WS-USERS-FOR-REVIEW TO WS-REPLY-REVIEW.

           IF WS-PREVIEW-RUN
              STRING 'Dormant Sweep PREVIEW - '
                     FUNCTION TRIM(WS-REPLY-SUSPENDED)
                     ' Would Suspend, '
                     FUNCTION TRIM(WS-REPLY-WARNED)
                     ' Warned, '
                     FUNCTION TRIM(WS-REPLY-REVIEW)
                     ' Review - Queue '
                     APP-DORMANT-QUEUE-NAME
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
              EXIT PARAGRAPH
           END-IF.

           STRING 'Dormant Account Sweep Complete - '
                  FUNCTION TRIM(WS-REPLY-SUSPENDED)
                  ' Suspended, '
                  FUNCTION TRIM(WS-REPLY-WARNED)
                  ' Warned, '
                  FUNCTION TRIM(WS-REPLY-REVIEW)
                  ' Review - Queue '
                  APP-DORMANT-QUEUE-NAME
              DELIMITED BY SIZE
              INTO WS-REPLY-TEXT
           END-STRING.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-DORMANT-QUEUE-NAME)
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
