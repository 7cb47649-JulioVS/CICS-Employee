      *      - ACTIVITY MONITOR CONTAINER.
      *      - USER ACTIVITY QUEUE.
      *      - SIGN-ON RULES.
      *      - SIGN-ON WINDOWS.
      *      - REGISTERED USER RECORD.
      *      - NOTIFICATION OUTBOX COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY EMONCTR.
       COPY ESONRUL.
       COPY ESONAUD.
       COPY EUSTATS.
       COPY ESONWIN.
       COPY EREGUSR.
       COPY ENTFCA.
      ******************************************************************
      *   DEFINE MY USER ACTIVITY QUEUE NAME.
      ******************************************************************
      ******************************************************************
       01 WS-SIGNON-AUDIT-RESULT        PIC X(1)  VALUE SPACES.
      ******************************************************************
      *   A LOCKOUT IS ALSO EMAILED TO THE EMPLOYEE BEHIND THE ACCOUNT
      *   (SEE 8220-QUEUE-LOCKOUT-NOTICE) - WHEN IT HAPPENED, AS
      *   DD-MM-YYYY HH:MM.
      ******************************************************************
       01 WS-LOCKOUT-TIMESTAMP          PIC X(14) VALUE SPACES.
      ******************************************************************
      *   WORKING FIELDS FOR ELAPSED-TIME ARITHMETIC SINCE THE USER'S
      *   LAST RECORDED ACTIVITY - SHARED BY THE LOCKOUT-EXPIRY CHECK
      *   AND THE CONCURRENT-SIGN-ON CHECK.
          05 WS-ACTIVITY-START-DAYS    PIC S9(8) USAGE IS BINARY.
          05 WS-CURRENT-DAYS           PIC S9(8) USAGE IS BINARY.
          05 WS-ELAPSED-MINUTES        PIC S9(8) USAGE IS BINARY.
      ******************************************************************
      *   SIGN-ON WINDOW CHECK (SEE 8300-EVALUATE-SIGNON-WINDOW) -
      *   CALLERS SET THE USER TYPE FIRST; THE USER ID IS ALWAYS
      *   MON-USER-ID. DAYS ARE NUMBERED MONDAY = 1 TO SUNDAY = 7,
      *   THE SAME ORDER AS SWN-DAY-FLAG.
      ******************************************************************
       01 WS-WINDOW-CHECK-VARS.
          05 WS-WINDOW-USER-TYPE       PIC X(3).
          05 WS-WINDOW-TODAY           PIC S9(4) USAGE IS BINARY.
          05 WS-WINDOW-YESTERDAY       PIC S9(4) USAGE IS BINARY.
          05 WS-WINDOW-NOW-TIME        PIC 9(4).
          05 WS-WINDOW-ROW-SWITCH      PIC X(1).
             88 WS-WINDOW-ROW-FOUND            VALUE 'Y'.
             88 WS-WINDOW-ROW-NOT-FOUND        VALUE 'N'.
          05 WS-WINDOW-SWITCH          PIC X(1).
             88 WS-INSIDE-WINDOW               VALUE 'Y'.
             88 WS-OUTSIDE-WINDOW              VALUE 'N'.
      ******************************************************************
      *   BREAK-GLASS ELEVATION (SEE 2600-ELEVATE-SESSION) - THE
      *   CURRENT TIMESTAMP AND THE ONE AC-BRKGL-MINUTES LATER, WHEN
      *   THE ELEVATION RUNS OUT.
      ******************************************************************
       01 WS-ELEVATION-VARS.
          05 WS-ELEVATION-NOW          PIC X(14).
          05 WS-ELEVATION-UNTIL.
             10 WS-ELEVATION-UNTIL-DATE
                                       PIC 9(8).
             10 WS-ELEVATION-UNTIL-HH  PIC 9(2).
             10 WS-ELEVATION-UNTIL-MM  PIC 9(2).
             10 WS-ELEVATION-UNTIL-SS  PIC X(2).
          05 WS-ELEVATION-DAYS         PIC S9(8) USAGE IS BINARY.
          05 WS-ELEVATION-MINUTES      PIC S9(8) USAGE IS BINARY.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
              PERFORM 2400-RECORD-FAILED-ATTEMPT
           END-IF.

      *    CREDENTIALS CHECKED OUT - IS THIS USER ALLOWED TO SIGN ON
      *    AT THIS DAY AND TIME?
           IF MON-AC-WINDOW-CHECK THEN
              PERFORM 2500-CHECK-SIGNON-WINDOW
           END-IF.

      *    A PRE-AUTHORIZED USER ASKING FOR BREAK-GLASS ELEVATION
      *    (FROM EBRKGP) - RAISE THE SESSION TO ADMINISTRATOR FOR A
      *    FIXED NUMBER OF MINUTES.
           IF MON-AC-ELEVATE THEN
              PERFORM 2600-ELEVATE-SESSION
           END-IF.

      *    OTHER CASES - EVALUATE USER'S LAST INTERACTION STATUS
           EVALUATE TRUE
           WHEN ACT-ST-LOCKED-OUT
           INITIALIZE ACT-ATTEMPT-NUMBER.
           MOVE MON-USER-CATEGORY TO ACT-USER-CATEGORY.

      *    A NEW SESSION NEVER INHERITS AN ELEVATION FROM AN OLD ONE.
           SET ACT-NOT-ELEVATED TO TRUE.
           MOVE SPACES TO ACT-ELEVATED-UNTIL.

           MOVE FUNCTION CURRENT-DATE(1:14) TO
              ACT-LAST-ACTIVITY-TIMESTAMP.

           PERFORM 2300-UPDATE-USER-ACT-QUEUE.
           PERFORM 9000-RETURN-TO-CALLER.

       2500-CHECK-SIGNON-WINDOW.
      *    ASKED BY ESONP BEFORE IT COMPLETES A SIGN-ON. THE USER'S
      *    CATEGORY COMES FROM THE CALLER (THE USERS FILE), NOT FROM
      *    THE ACTIVITY QUEUE, WHICH ONLY LEARNS IT AT SIGN-ON. THE
      *    ACTIVITY QUEUE ITSELF IS LEFT AS IT IS - A REFUSAL IS NOT
      *    A FAILED ATTEMPT AND MUST NOT COUNT TOWARDS A LOCKOUT.
           MOVE MON-USER-CATEGORY TO WS-WINDOW-USER-TYPE.
           PERFORM 8300-EVALUATE-SIGNON-WINDOW.

           IF WS-OUTSIDE-WINDOW
              SET MON-ST-OUTSIDE-WINDOW TO TRUE
              MOVE 'Sign-On Not Permitted At This Day Or Time!'
                 TO MON-MESSAGE
           END-IF.

           PERFORM 9000-RETURN-TO-CALLER.

       2600-ELEVATE-SESSION.
      *    ONLY A LIVE SESSION OF A STANDARD OR MANAGER USER CAN BE
      *    ELEVATED, AND NEVER WITHOUT A REASON. EBRKGP HAS ALREADY
      *    CHECKED THE USER'S PRE-AUTHORIZATION ON THE USERS FILE.
      *    ASKING AGAIN WHILE ELEVATED STARTS A NEW ELEVATION - AND A
      *    NEW AUDIT RECORD AND ALERT - FROM NOW.
           EVALUATE TRUE
           WHEN NOT ACT-ST-SIGNED-ON
                SET MON-ST-ELEVATION-REFUSED TO TRUE
                MOVE 'Break-Glass Refused - No Signed-On Session!'
                   TO MON-MESSAGE
                PERFORM 9000-RETURN-TO-CALLER
           WHEN NOT ACT-CT-STANDARD AND NOT ACT-CT-MANAGER
                SET MON-ST-ELEVATION-REFUSED TO TRUE
                MOVE 'Break-Glass Refused - Only For MGR Or STD Users!'
                   TO MON-MESSAGE
                PERFORM 9000-RETURN-TO-CALLER
           WHEN MON-ELEVATION-REASON IS EQUAL TO SPACES
                SET MON-ST-ELEVATION-REFUSED TO TRUE
                MOVE 'Break-Glass Refused - A Reason Is Required!'
                   TO MON-MESSAGE
                PERFORM 9000-RETURN-TO-CALLER
           END-EVALUATE.

           PERFORM 8400-COMPUTE-ELEVATED-UNTIL.

           SET ACT-ELEVATED TO TRUE.
           MOVE WS-ELEVATION-UNTIL TO ACT-ELEVATED-UNTIL.
           MOVE WS-ELEVATION-NOW TO ACT-LAST-ACTIVITY-TIMESTAMP.
           PERFORM 2300-UPDATE-USER-ACT-QUEUE.

           SET MON-ST-SIGNED-ON TO TRUE.
           MOVE 'ADM' TO MON-USER-CATEGORY.
           MOVE ACT-ELEVATED-UNTIL TO MON-ELEVATED-UNTIL.
           MOVE 'Break-Glass Elevation Granted - Reason Recorded!'
              TO MON-MESSAGE.

           MOVE 'B' TO WS-SIGNON-AUDIT-RESULT.
           PERFORM 8100-WRITE-SIGNON-AUDIT.
           PERFORM 8210-RAISE-ELEVATION-ALERT.

           PERFORM 9000-RETURN-TO-CALLER.

       3000-LOCKED-OUT-CASE.
      *    CHECK WHETHER THE LOCKOUT PERIOD FOR THIS USER'S CATEGORY
      *    HAS ELAPSED - IF SO, CLEAR THE LOCKOUT AUTOMATICALLY RATHER
              WS-ELAPSED-MINUTES IS GREATER THAN OR EQUAL TO
                 SGN-IDLE-TIMEOUT-MINUTES
              PERFORM 4210-EXPIRE-IDLE-SESSION
              EXIT PARAGRAPH
           END-IF.

      *    A SESSION THAT IS STILL LIVE BUT HAS RUN PAST THE CLOSE OF
      *    THE USER'S SIGN-ON WINDOW ENDS HERE TOO, ON THE FIRST
      *    INTERACTION AFTER THE WINDOW CLOSES.
           MOVE ACT-USER-CATEGORY TO WS-WINDOW-USER-TYPE.
           PERFORM 8300-EVALUATE-SIGNON-WINDOW.

      *    RULES THAT COULD NOT BE READ ARE REPORTED BACK AS THEY
      *    STAND - THE CALLER ENDS THE SESSION ON A PROCESSING ERROR.
           IF MON-PROCESSING-ERROR
              EXIT PARAGRAPH
           END-IF.

           IF WS-OUTSIDE-WINDOW
              PERFORM 4220-END-WINDOW-SESSION
           ELSE
              SET MON-ST-SIGNED-ON TO TRUE
              PERFORM 4230-SET-SESSION-CATEGORY
              MOVE FUNCTION CURRENT-DATE(1:14) TO
                 ACT-LAST-ACTIVITY-TIMESTAMP
              PERFORM 2300-UPDATE-USER-ACT-QUEUE
      *    IDIOM USED TO CLEAR AN EXPIRED LOCKOUT).
           SET ACT-ST-NOT-SET TO TRUE.
           INITIALIZE ACT-ATTEMPT-NUMBER.
           SET ACT-NOT-ELEVATED TO TRUE.
           MOVE SPACES TO ACT-ELEVATED-UNTIL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO
              ACT-LAST-ACTIVITY-TIMESTAMP.

           MOVE 'X' TO WS-SIGNON-AUDIT-RESULT.
           PERFORM 8100-WRITE-SIGNON-AUDIT.

       4220-END-WINDOW-SESSION.
      *    SAME AS AN IDLE EXPIRY (SEE 4210-EXPIRE-IDLE-SESSION), BUT
      *    WITH ITS OWN MESSAGE AND AUDIT CODE SO THE REPORT CAN TELL
      *    A CLOSED WINDOW FROM AN ABANDONED TERMINAL.
           SET ACT-ST-NOT-SET TO TRUE.
           INITIALIZE ACT-ATTEMPT-NUMBER.
           SET ACT-NOT-ELEVATED TO TRUE.
           MOVE SPACES TO ACT-ELEVATED-UNTIL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO
              ACT-LAST-ACTIVITY-TIMESTAMP.

           PERFORM 2300-UPDATE-USER-ACT-QUEUE.

           SET MON-ST-SESSION-EXPIRED TO TRUE.
           MOVE 'Session Ended - Outside Permitted Sign-On Hours!'
              TO MON-MESSAGE.

           MOVE 'C' TO WS-SIGNON-AUDIT-RESULT.
           PERFORM 8100-WRITE-SIGNON-AUDIT.

       4230-SET-SESSION-CATEGORY.
      *    THE CATEGORY HANDED BACK ON A ROUTINE PING IS WHAT THE
      *    CALLER'S PERMISSION CHECKS USE: 'ADM' WHILE A BREAK-GLASS
      *    ELEVATION IS STILL RUNNING, THE USER'S OWN CATEGORY
      *    OTHERWISE. THE FIRST PING AFTER THE ELEVATION RUNS OUT
      *    DROPS IT AND RECORDS THE END ON THE SIGN-ON AUDIT FILE.
           IF ACT-ELEVATED AND
              FUNCTION CURRENT-DATE(1:14) IS LESS THAN
                 ACT-ELEVATED-UNTIL
              MOVE 'ADM' TO MON-USER-CATEGORY
              MOVE ACT-ELEVATED-UNTIL TO MON-ELEVATED-UNTIL
              EXIT PARAGRAPH
           END-IF.

           IF ACT-ELEVATED
              SET ACT-NOT-ELEVATED TO TRUE
              MOVE SPACES TO ACT-ELEVATED-UNTIL
              MOVE 'E' TO WS-SIGNON-AUDIT-RESULT
              PERFORM 8100-WRITE-SIGNON-AUDIT
           END-IF.

           MOVE ACT-USER-CATEGORY TO MON-USER-CATEGORY.
           MOVE SPACES TO MON-ELEVATED-UNTIL.

       5000-IN-PROCESS-CASE.
           CONTINUE.

           MOVE EIBTRMID TO SNA-TERMINAL-ID.
           MOVE WS-SIGNON-AUDIT-RESULT TO SNA-RESULT.
           MOVE ACT-ATTEMPT-NUMBER TO SNA-ATTEMPT-COUNT.
           IF SNA-ELEVATED
              MOVE MON-ELEVATION-REASON TO SNA-ELEVATION-REASON
              MOVE ACT-ELEVATED-UNTIL TO SNA-ELEVATED-UNTIL
           END-IF.

           EXEC CICS WRITE
                FILE(AC-SIGNON-AUDIT-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 8220-QUEUE-LOCKOUT-NOTICE.

       8210-RAISE-ELEVATION-ALERT.
      *    SAME QUEUE AS 8200 - EVERY BREAK-GLASS ELEVATION IS SEEN BY
      *    OPERATIONS AS IT HAPPENS, NOT JUST ON THE NEXT DAY'S REVIEW.
           MOVE SPACES TO WS-GOODBYE-TEXT.
           STRING 'BREAK-GLASS: USER '
                  MON-USER-ID
                  ' AT TERMINAL '
                  EIBTRMID
                  ' ELEVATED TO ADM UNTIL '
                  ACT-ELEVATED-UNTIL(9:2)
                  ':'
                  ACT-ELEVATED-UNTIL(11:2)
              DELIMITED BY SIZE
              INTO WS-GOODBYE-TEXT
           END-STRING.

           EXEC CICS WRITEQ TS
                QNAME(AC-OPS-ALERT-QUEUE-NAME)
                FROM (WS-GOODBYE-TEXT)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       8220-QUEUE-LOCKOUT-NOTICE.
      *    THE ACCOUNT'S OWNER IS TOLD TOO - A LOCKOUT THEY DIDN'T
      *    CAUSE IS SOMEONE ELSE GUESSING THEIR PASSWORD. ONLY A
      *    SIGN-ON LINKED TO AN EMPLOYEE HAS ANYONE TO TELL, AND A
      *    FAILED LINK NEVER STOPS THE LOCKOUT ITSELF.
           MOVE MON-USER-ID TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILE-NAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

           IF RU-EMPLOYEE-ID IS NOT NUMERIC OR
              RU-EMPLOYEE-ID IS EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE NOTIFY-COMMAREA.
           MOVE RU-EMPLOYEE-ID TO NTA-RECIPIENT-ID.
           MOVE APP-NTF-LOCKOUT-ID TO NTA-TEMPLATE-ID.
           MOVE MON-USER-ID TO NTA-VALUE-1.
           MOVE EIBTRMID TO NTA-VALUE-2.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOCKOUT-TIMESTAMP.
           STRING WS-LOCKOUT-TIMESTAMP(7:2) '-'
                  WS-LOCKOUT-TIMESTAMP(5:2) '-'
                  WS-LOCKOUT-TIMESTAMP(1:4) ' '
                  WS-LOCKOUT-TIMESTAMP(9:2) ':'
                  WS-LOCKOUT-TIMESTAMP(11:2)
              DELIMITED BY SIZE
              INTO NTA-VALUE-3
           END-STRING.

           MOVE AC-ACTMON-PROGRAM-NAME TO NTA-SOURCE-PROGRAM.

           EXEC CICS LINK
                PROGRAM(APP-NOTIFY-WRITER-NAME)
                COMMAREA(NOTIFY-COMMAREA)
                LENGTH(LENGTH OF NOTIFY-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       8300-EVALUATE-SIGNON-WINDOW.
      *    FIND THE WINDOW THAT APPLIES - AN ACTIVE OVERRIDE FOR THIS
      *    USER ID FIRST, THEN AN ACTIVE ROW FOR THE USER TYPE - AND
      *    TEST THE CURRENT DAY AND TIME AGAINST IT. NO ACTIVE ROW AT
      *    ALL MEANS THE USER IS NOT RESTRICTED. THE FILE IS READ, NOT
      *    CACHED, SO AN EDIT ON ESWNADM TAKES EFFECT ON THE VERY NEXT
      *    INTERACTION. A FILE THAT CANNOT BE READ LEAVES THE CALLER
      *    WITH MON-PROCESSING-ERROR (SEE 8310).
           SET WS-INSIDE-WINDOW TO TRUE.

           MOVE 'U' TO SWN-KEY-TYPE.
           MOVE MON-USER-ID TO SWN-KEY-VALUE.
           PERFORM 8310-READ-SIGNON-WINDOW.

           IF MON-PROCESSING-ERROR
              EXIT PARAGRAPH
           END-IF.

           IF WS-WINDOW-ROW-NOT-FOUND
              MOVE 'T' TO SWN-KEY-TYPE
              MOVE WS-WINDOW-USER-TYPE TO SWN-KEY-VALUE
              PERFORM 8310-READ-SIGNON-WINDOW
           END-IF.

           IF MON-PROCESSING-ERROR OR WS-WINDOW-ROW-NOT-FOUND
              EXIT PARAGRAPH
           END-IF.

      *    DAY OF THE WEEK FROM THE INTEGER DATE - REMAINDER 1 IS A
      *    MONDAY AND 0 A SUNDAY (SEE ELVAPP FOR THE SAME TRICK).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-NUMERIC-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-WINDOW-NOW-TIME.
           COMPUTE WS-WINDOW-TODAY = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-NUMERIC-DATE), 7).
           IF WS-WINDOW-TODAY IS EQUAL TO ZERO
              MOVE 7 TO WS-WINDOW-TODAY
           END-IF.
           COMPUTE WS-WINDOW-YESTERDAY = WS-WINDOW-TODAY - 1.
           IF WS-WINDOW-YESTERDAY IS EQUAL TO ZERO
              MOVE 7 TO WS-WINDOW-YESTERDAY
           END-IF.

           SET WS-OUTSIDE-WINDOW TO TRUE.

           IF SWN-END-TIME IS GREATER THAN SWN-START-TIME
      *       SAME-DAY WINDOW.
              IF SWN-DAY-ALLOWED(WS-WINDOW-TODAY) AND
                 WS-WINDOW-NOW-TIME IS NOT LESS THAN SWN-START-TIME
                 AND WS-WINDOW-NOW-TIME IS LESS THAN SWN-END-TIME
                 SET WS-INSIDE-WINDOW TO TRUE
              END-IF
           ELSE
      *       OVERNIGHT WINDOW - BEFORE MIDNIGHT IT IS TODAY'S WINDOW,
      *       AFTER MIDNIGHT IT IS STILL YESTERDAY'S.
              IF SWN-DAY-ALLOWED(WS-WINDOW-TODAY) AND
                 WS-WINDOW-NOW-TIME IS NOT LESS THAN SWN-START-TIME
                 SET WS-INSIDE-WINDOW TO TRUE
              END-IF
              IF SWN-DAY-ALLOWED(WS-WINDOW-YESTERDAY) AND
                 WS-WINDOW-NOW-TIME IS LESS THAN SWN-END-TIME
                 SET WS-INSIDE-WINDOW TO TRUE
              END-IF
           END-IF.

       8310-READ-SIGNON-WINDOW.
      *    ONLY AN ACTIVE ROW COUNTS - NO ROW, OR AN INACTIVE ONE,
      *    MEANS THIS KEY PUTS NO RESTRICTION ON THE USER. ANY OTHER
      *    READ PROBLEM MEANS THE RULES CANNOT BE KNOWN, SO THE
      *    MONITOR REPORTS A PROCESSING ERROR: ESONP REFUSES THE
      *    SIGN-ON AND A LIVE SESSION IS ENDED BY ITS CALLER. AN
      *    ADMINISTRATOR IS STILL LET THROUGH, SO SOMEBODY CAN ALWAYS
      *    SIGN ON TO PUT THE WINDOW FILE RIGHT.
           SET WS-WINDOW-ROW-NOT-FOUND TO TRUE.

           EXEC CICS READ
                FILE(AC-SIGNON-WINDOW-FILE-NAME)
                INTO (SIGN-ON-WINDOW-RECORD)
                RIDFLD(SWN-WINDOW-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF SWN-ACTIVE
                   SET WS-WINDOW-ROW-FOUND TO TRUE
                END-IF
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                IF WS-WINDOW-USER-TYPE IS NOT EQUAL TO 'ADM'
                   MOVE 'Sign-On Window Rules Unavailable - Contact An A
      -                 'dministrator!' TO MON-MESSAGE
                   SET MON-PROCESSING-ERROR TO TRUE
                END-IF
           END-EVALUATE.

       8400-COMPUTE-ELEVATED-UNTIL.
      *    NOW PLUS AC-BRKGL-MINUTES, CARRYING INTO THE NEXT DAY WHEN
      *    THE ELEVATION RUNS PAST MIDNIGHT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ELEVATION-NOW.
           MOVE WS-ELEVATION-NOW(1:8) TO WS-CURRENT-NUMERIC-DATE.
           MOVE WS-ELEVATION-NOW(9:2) TO WS-CURRENT-HH.
           MOVE WS-ELEVATION-NOW(11:2) TO WS-CURRENT-MM.

           COMPUTE WS-ELEVATION-MINUTES =
              WS-CURRENT-HH * 60 + WS-CURRENT-MM + AC-BRKGL-MINUTES.
           COMPUTE WS-ELEVATION-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-NUMERIC-DATE) +
              (WS-ELEVATION-MINUTES / 1440).
           COMPUTE WS-ELEVATION-MINUTES =
              FUNCTION MOD(WS-ELEVATION-MINUTES, 1440).

           COMPUTE WS-ELEVATION-UNTIL-DATE =
              FUNCTION DATE-OF-INTEGER(WS-ELEVATION-DAYS).
           COMPUTE WS-ELEVATION-UNTIL-HH = WS-ELEVATION-MINUTES / 60.
           COMPUTE WS-ELEVATION-UNTIL-MM =
              FUNCTION MOD(WS-ELEVATION-MINUTES, 60).
           MOVE WS-ELEVATION-NOW(13:2) TO WS-ELEVATION-UNTIL-SS.

       9000-RETURN-TO-CALLER.
      *    ECHO BACK THE SESSION-WIDE PASSWORD-AGE POLICY FROM OUR
      *    OWN CACHED SIGN-ON RULES, SO CALLERS DON'T NEED TO READ
