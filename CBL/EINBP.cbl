       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINBP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'MY APPROVALS' INBOX PROGRAM.
      *      - ONE SCREEN FOR EVERYTHING WAITING ON THE SIGNED-ON USER
      *        INSTEAD OF A ROUND OF ELVAPP, EPENDP, EPROBP AND
      *        ECMPRVP: PENDING LEAVE REQUESTS, STANDARD USERS' PARKED
      *        CHANGES, PROBATION REVIEWS DUE AND SALARY CHANGES
      *        AWAITING RELEASE, WITHIN THE USER'S MANAGER SCOPE AND
      *        IN-FORCE DELEGATIONS. THE LIST ITSELF COMES FROM THE
      *        LINKED EINBCP (SEE EINBCA.CPY) - THE SAME BUILD EMENUA
      *        COUNTS FROM AT SIGN-ON.
      *      - EACH ROW: TYPE, EMPLOYEE, DATE RAISED AND AGE IN
      *        BUSINESS DAYS, OLDEST FIRST, PLUS THE DELEGATOR WHEN
      *        ONLY A DELEGATION PUTS THE ITEM ON THIS USER.
      *      - ENTER WITH A ROW NUMBER HANDS OFF (XCTL, WITH THE
      *        ITEM'S KEY IN THE COMM-AREA) TO THE OWNING PROGRAM WITH
      *        THAT ITEM ALREADY LOCATED; THE DECISION ITSELF, AND ALL
      *        ITS CHECKS, STAY WITH THE OWNING PROGRAM.
      *      - STATELESS PSEUDO-CONVERSATION: EVERY ENTRY REBUILDS THE
      *        LIST, SO A ROW NUMBER PICKS FROM THE LIST AS IT STANDS
      *        NOW - SAME SHAPE AS EMYTMP. THE GRID HOLDS 14 ROWS; A
      *        LONGER INBOX IS FLAGGED IN THE MESSAGE LINE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - APPROVALS INBOX MAPSET.
      *      - APPROVALS INBOX COMM-AREA.
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EINBMAP.
       COPY EINBCA.
       COPY EMPMAST.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE       PIC S9(8) USAGE IS BINARY.
          05 WS-MESSAGE             PIC X(79) VALUE SPACES.
      *
       01 WS-LINES-FILLED           PIC S9(4) USAGE IS BINARY.
       01 WS-SELECTED-ROW           PIC S9(4) USAGE IS BINARY.
       01 WS-COUNT-DISPLAY          PIC Z(3)9 VALUE ZEROES.
      *
      *    THE KEY HANDED TO THE OWNING PROGRAM - EMPLOYEE PLUS THE
      *    ENTRY TIMESTAMP (BLANK FOR A PROBATION REVIEW).
       01 WS-HANDOFF-COMMAREA.
          05 WS-HANDOFF-EMPLOYEE-ID PIC 9(8)  VALUE ZEROES.
          05 WS-HANDOFF-TIMESTAMP   PIC X(14) VALUE SPACES.
       01 WS-HANDOFF-PROGRAM        PIC X(8)  VALUE SPACES.
      *
       01 WS-INBOX-LINE.
          05 WS-INB-ROW-NUMBER      PIC Z9    VALUE ZEROES.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-INB-TYPE            PIC X(16) VALUE SPACES.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-INB-EMPLOYEE-ID     PIC 9(8)  VALUE ZEROES.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-INB-NAME            PIC X(22) VALUE SPACES.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-INB-RAISED-DATE     PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-INB-AGE             PIC ZZ9   VALUE ZEROES.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-INB-ON-BEHALF-OF    PIC X(8)  VALUE SPACES.
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
       01 WS-DEBUG-AID              PIC X(45) VALUE SPACES.
      *
       01 WS-DEBUG-MESSAGE.
          05 FILLER                 PIC X(5)  VALUE '<MSG:'.
          05 WS-DEBUG-TEXT          PIC X(45) VALUE SPACES.
          05 FILLER                 PIC X(1)  VALUE '>'.
          05 FILLER                 PIC X(5)  VALUE '<EB1='.
          05 WS-DEBUG-EIBRESP       PIC 9(8)  VALUE ZEROES.
          05 FILLER                 PIC X(1)  VALUE '>'.
          05 FILLER                 PIC X(5)  VALUE '<EB2='.
          05 WS-DEBUG-EIBRESP2      PIC 9(8)  VALUE ZEROES.
          05 FILLER                 PIC X(1)  VALUE '>'.
      *
       01 WS-DEBUG-MODE             PIC X(1)  VALUE 'N'.
          88 I-AM-DEBUGGING                   VALUE 'Y'.
          88 NOT-DEBUGGING                    VALUE 'N'.
      *
       01 WS-DEBUG-ITEM-NUMBER      PIC S9(4) USAGE IS BINARY.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

      *    >>> DEBUGGING ONLY <<<
           MOVE 'MAIN-LOGIC' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    NO CONTAINER STATE IS KEPT - A MAPFAIL ON THE RECEIVE JUST
      *    MEANS THIS IS THE FIRST ENTRY, AND THE LIST IS REBUILT
      *    FRESH EITHER WAY - SAME STATELESS SHAPE AS EMYTMP.
           EXEC CICS RECEIVE
                MAP(APP-INBOX-MAP-NAME)
                MAPSET(APP-INBOX-MAPSET-NAME)
                INTO (EINBMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4100-GET-MONITOR-CONTAINER.
      *    >>> --------------------- <<<

           EVALUATE EIBAID
           WHEN DFHPF12
                PERFORM 9200-RETURN-TO-CICS
           WHEN DFHENTER
                PERFORM 2000-BUILD-MY-INBOX
                IF SELNOI IS NOT EQUAL TO SPACES AND
                   SELNOI IS NOT EQUAL TO LOW-VALUES THEN
                   PERFORM 3100-RESOLVE-SELECTED-ROW
                   PERFORM 3200-HAND-OFF-TO-OWNER
                END-IF
           WHEN OTHER
                PERFORM 2000-BUILD-MY-INBOX
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

      *-----------------------------------------------------------------
       INBOX SECTION.
      *-----------------------------------------------------------------

       2000-BUILD-MY-INBOX.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-BUILD-MY-INBOX' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE EINBMO.
           MOVE SPACES TO WS-MESSAGE.
           MOVE ZERO TO WS-LINES-FILLED.

      *    AN ANONYMOUS CALLER (NO MONITOR SESSION) HAS NOTHING
      *    WAITING ON THEM.
           IF MON-USER-ID IS EQUAL TO SPACES THEN
              MOVE 'Please Sign On Before Viewing Your Approvals!'
                 TO WS-MESSAGE
              PERFORM 9050-SEND-MESSAGE-AND-RETURN
           END-IF.

           INITIALIZE APPROVAL-INBOX-COMMAREA.
           MOVE MON-USER-ID TO IBA-USER-ID.
           MOVE MON-USER-CATEGORY TO IBA-USER-CATEGORY.

           EXEC CICS LINK
                PROGRAM(APP-INBOX-BUILDER-NAME)
                COMMAREA(APPROVAL-INBOX-COMMAREA)
                LENGTH(LENGTH OF APPROVAL-INBOX-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT IBA-REQUEST-OK THEN
              INITIALIZE APPROVAL-INBOX-COMMAREA
              MOVE 'Error: Could Not Build Your Approvals Inbox!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2100-BUILD-INBOX-LINE
              VARYING WS-LINES-FILLED FROM 1 BY 1
              UNTIL WS-LINES-FILLED IS GREATER THAN IBA-ITEMS-HELD.

           MOVE IBA-ITEM-COUNT TO WS-COUNT-DISPLAY.

           EVALUATE TRUE
           WHEN IBA-ITEM-COUNT IS EQUAL TO ZERO
                MOVE 'You Have Nothing Awaiting Your Approval!'
                   TO WS-MESSAGE
           WHEN IBA-ITEM-COUNT IS GREATER THAN IBA-ITEMS-HELD
                STRING 'Inbox Holds ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-DISPLAY)
                          DELIMITED BY SIZE
                       ' Items - Oldest 14 Shown. Row + ENTER=Open.'
                          DELIMITED BY SIZE
                   INTO WS-MESSAGE
                END-STRING
           WHEN OTHER
                MOVE 'Your Approvals - Key Row + ENTER=Open, ENTER=Refre
      -              'sh, PF12=Exit.'
                   TO WS-MESSAGE
           END-EVALUATE.

       2100-BUILD-INBOX-LINE.
           INITIALIZE WS-INBOX-LINE.
           MOVE WS-LINES-FILLED TO WS-INB-ROW-NUMBER.

           EVALUATE TRUE
           WHEN IBA-IT-LEAVE-REQUEST(WS-LINES-FILLED)
                MOVE 'Leave Request' TO WS-INB-TYPE
           WHEN IBA-IT-PENDING-CHANGE(WS-LINES-FILLED)
                MOVE 'Employee Change' TO WS-INB-TYPE
           WHEN IBA-IT-PROBATION-REVIEW(WS-LINES-FILLED)
                MOVE 'Probation Review' TO WS-INB-TYPE
           WHEN IBA-IT-SALARY-RELEASE(WS-LINES-FILLED)
                MOVE 'Salary Release' TO WS-INB-TYPE
           END-EVALUATE.

           MOVE IBA-EMPLOYEE-ID(WS-LINES-FILLED) TO WS-INB-EMPLOYEE-ID.

           MOVE IBA-EMPLOYEE-ID(WS-LINES-FILLED) TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE EMP-PRIMARY-NAME(1:22) TO WS-INB-NAME
           ELSE
              MOVE '<NOT ON FILE>' TO WS-INB-NAME
           END-IF.

           MOVE IBA-RAISED-DATE(WS-LINES-FILLED) TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO WS-INB-RAISED-DATE.

           MOVE IBA-AGE-DAYS(WS-LINES-FILLED) TO WS-INB-AGE.
           MOVE IBA-ON-BEHALF-OF(WS-LINES-FILLED)
              TO WS-INB-ON-BEHALF-OF.

           SET INBO-INDEX TO WS-LINES-FILLED.
           MOVE WS-INBOX-LINE TO INBLNO(INBO-INDEX).

       3100-RESOLVE-SELECTED-ROW.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-RESOLVE-SELECTED-ROW' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF SELNOI IS NOT NUMERIC THEN
              MOVE 'Please Key A Row Number From The List!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           MOVE FUNCTION NUMVAL(SELNOI) TO WS-SELECTED-ROW.

           IF WS-SELECTED-ROW IS LESS THAN 1 OR
              WS-SELECTED-ROW IS GREATER THAN IBA-ITEMS-HELD THEN
              MOVE 'Row Number Is Not On The List - Please Re-Key!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           MOVE IBA-EMPLOYEE-ID(WS-SELECTED-ROW)
              TO WS-HANDOFF-EMPLOYEE-ID.
           MOVE IBA-ENTRY-TIMESTAMP(WS-SELECTED-ROW)
              TO WS-HANDOFF-TIMESTAMP.

           EVALUATE TRUE
           WHEN IBA-IT-LEAVE-REQUEST(WS-SELECTED-ROW)
                MOVE APP-LVAPPR-PROGRAM-NAME TO WS-HANDOFF-PROGRAM
           WHEN IBA-IT-PENDING-CHANGE(WS-SELECTED-ROW)
                MOVE APP-PENDING-PROGRAM-NAME TO WS-HANDOFF-PROGRAM
           WHEN IBA-IT-PROBATION-REVIEW(WS-SELECTED-ROW)
                MOVE APP-PROB-PROGRAM-NAME TO WS-HANDOFF-PROGRAM
           WHEN IBA-IT-SALARY-RELEASE(WS-SELECTED-ROW)
                MOVE APP-COMPRV-PROGRAM-NAME TO WS-HANDOFF-PROGRAM
           END-EVALUATE.

       3200-HAND-OFF-TO-OWNER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3200-HAND-OFF-TO-OWNER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS XCTL
                PROGRAM(WS-HANDOFF-PROGRAM)
                COMMAREA(WS-HANDOFF-COMMAREA)
                LENGTH(LENGTH OF WS-HANDOFF-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    AN XCTL ONLY COMES BACK ON FAILURE.
           MOVE 'Error: Could Not Open The Approval Screen!'
              TO WS-MESSAGE.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4100-GET-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4100-GET-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A MISSING MONITOR CONTAINER JUST READS AS ANONYMOUS.
           INITIALIZE ACTIVITY-MONITOR-CONTAINER.

           EXEC CICS GET
                CONTAINER(APP-ACTMON-CONTAINER-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                INTO (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              INITIALIZE ACTIVITY-MONITOR-CONTAINER
           END-IF.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-SEND-MAP-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9000-SEND-MAP-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.
           IF MON-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE MON-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           MOVE SPACES TO SELNOO.
           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:4) IS EQUAL TO 'Your'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Inbox'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:3) IS EQUAL TO 'You'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

           EXEC CICS SEND
                MAP(APP-INBOX-MAP-NAME)
                MAPSET(APP-INBOX-MAPSET-NAME)
                FROM (EINBMO)
                ERASE
                FREEKB
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-INBOX-CHANNEL-NAME)
                TRANSID(APP-INBOX-TRANSACTION-ID)
                END-EXEC.

       9050-SEND-MESSAGE-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9050-SEND-MESSAGE-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS SEND TEXT
                FROM (WS-MESSAGE)
                LENGTH (LENGTH OF WS-MESSAGE)
                ERASE
                FREEKB
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

       9200-RETURN-TO-CICS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9200-RETURN-TO-CICS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS SEND CONTROL
                ERASE
                FREEKB
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

       9300-DEBUG-AID.
      *    >>> DEBUGGING ONLY <<<
           IF I-AM-DEBUGGING THEN
              INITIALIZE WS-DEBUG-MESSAGE

              MOVE WS-DEBUG-AID TO WS-DEBUG-TEXT
              MOVE EIBRESP TO WS-DEBUG-EIBRESP
              MOVE EIBRESP2 TO WS-DEBUG-EIBRESP2

              EXEC CICS WRITEQ TS
                   QNAME(APP-DEBUG-TRACE-QUEUE-NAME)
                   FROM (WS-DEBUG-MESSAGE)
                   ITEM (WS-DEBUG-ITEM-NUMBER)
                   MAIN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.
      *    >>> -------------- <<<
