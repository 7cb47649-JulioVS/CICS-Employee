      *        AN EAUDIT ENTRY UNDER THE RELEASER'S USER ID, WITH AN
      *        EAUDDTL ROW NAMING THE ORIGINAL REQUESTER - SO THE
      *        TRAIL CARRIES BOTH USERS.
      *      - A RELEASE PAST THE CURRENT PAYROLL CUT-OFF STILL GOES
      *        THROUGH, BUT WARNS THAT IT MISSES THIS PAY DATE (SEE
      *        ECUTCP).
      *      - A RELEASE EFFECTIVE IN A PAY PERIOD PAYROLL HAS ALREADY
      *        EXTRACTED RAISES A RETRO PAYMENT FOR THE ARREARS (SEE
      *        EARRCP).
      *      - ENTERED FROM THE APPROVALS INBOX (EINBP) WITH A PENDING
      *        KEY IN THE COMM-AREA, THAT CHANGE IS SHOWN FIRST; ONE
      *        DECIDED IN THE MEANTIME FALLS THROUGH TO THE NEXT
      *        PENDING CHANGE AFTER IT.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - EMPLOYEE MASTER RECORD.
      *      - AUDIT LOG RECORD.
      *      - AUDIT DETAIL RECORD.
      *      - AUDIT-TRAIL CHAINING COMM-AREA.
      *      - PAYROLL CUT-OFF CHECK COMM-AREA.
      *      - RETRO ARREARS COMM-AREA.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - PERMISSION MATRIX RECORD.
      *      - IBM'S AID KEYS.
       COPY EMPMAST.
       COPY EAUDIT.
       COPY EAUDDTL.
       COPY EAUDCCA.
       COPY ECUTCA.
       COPY EARRCA.
       COPY EMONCTR.
       COPY EPERMTX.
       COPY DFHAID.
      *
       01 WS-PENDING-FOUND-FLAG     PIC X(1)  VALUE SPACES.
          88 PENDING-FOUND                    VALUE 'Y'.
      *
      *    A HANDOFF FROM THE APPROVALS INBOX NAMES THE CHANGE TO
      *    OPEN ON (SEE 1050).
       01 WS-INBOX-HANDOFF-FLAG     PIC X(1)  VALUE SPACES.
          88 WS-FROM-INBOX                    VALUE 'Y'.
       01 WS-INBOX-PENDING-KEY      PIC X(22) VALUE SPACES.
      *
       01 WS-COMP-SCAN-SWITCH       PIC X(1)  VALUE SPACES.
          88 WS-COMP-SCAN-DONE                VALUE 'Y'.
      *
       01 WS-CURRENT-SALARY         PIC 9(7)V99 VALUE ZEROES.
       01 WS-PRIOR-SALARY           PIC 9(7)V99 VALUE ZEROES.
       01 WS-SALARY-EDIT            PIC ZZZZZZZ9.99.
      *
       01 WS-COMP-FOUND-SWITCH      PIC X(1)  VALUE SPACES.
          88 WS-COMP-FOUND                    VALUE 'Y'.
      *
       01 WS-CUTOFF-FLAG            PIC X(1)  VALUE SPACES.
          88 SAVED-IN-TIME                    VALUE SPACES.
          88 SAVED-AFTER-CUTOFF               VALUE 'Y'.
      *
       01 WS-DATE-FORMATTING.
          05 WS-INPUT-DATE.
          88 WS-PERM-DENIED                VALUE 'D'.
          88 WS-PERM-USE-LEGACY            VALUE SPACE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-EMPLOYEE-ID         PIC 9(8).
          05 CA-ENTRY-TIMESTAMP     PIC X(14).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A COMM-AREA MARKS A HANDOFF FROM THE APPROVALS INBOX WITH
      *    A CHANGE ALREADY CHOSEN.
           IF EIBCALEN IS GREATER THAN ZERO THEN
              PERFORM 1050-FIRST-INTERACTION-FROM-INBOX
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           EXEC CICS GET
                CONTAINER(APP-COMPRV-CONTAINER-NAME)
                CHANNEL(APP-COMPRV-CHANNEL-NAME)
              PERFORM 9050-SEND-MESSAGE-AND-RETURN
           END-IF.

           IF WS-FROM-INBOX
              PERFORM 1060-LOCATE-INBOX-CHANGE
           ELSE
              PERFORM 2100-FIND-NEXT-PENDING
           END-IF.

       1050-FIRST-INTERACTION-FROM-INBOX.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1050-FIRST-INTERACTION-FROM-INBOX' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    SAME START-UP AS 1000 - SAME ROLE GATE - EXCEPT THE SCAN
      *    OPENS ON THE CHANGE HANDED OVER IN THE COMM-AREA.
           SET WS-FROM-INBOX TO TRUE.
           MOVE DFHCOMMAREA TO WS-INBOX-PENDING-KEY.

           PERFORM 1000-FIRST-INTERACTION.

       1060-LOCATE-INBOX-CHANGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1060-LOCATE-INBOX-CHANGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE CHANGE MAY HAVE BEEN DECIDED SINCE THE INBOX WAS
      *    DRAWN - THEN THE SCAN CARRIES ON FROM ITS KEY AS PF8
      *    WOULD.
           MOVE WS-INBOX-PENDING-KEY TO PCM-PENDING-KEY.

           EXEC CICS READ
                FILE(APP-COMP-PENDING-FILE-NAME)
                INTO (PENDING-COMP-RECORD)
                RIDFLD(PCM-PENDING-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET CPR-CHANGE-ON-SCREEN TO TRUE
              MOVE PCM-PENDING-KEY TO CPR-CURRENT-KEY
              MOVE PCM-PENDING-KEY TO CPR-RESUME-KEY
              MOVE 'Pending Change - PF3=Release PF5=Reject PF8=Skip
      -           ' PF9=Top PF12=Exit.'
                 TO WS-MESSAGE
           ELSE
              MOVE WS-INBOX-PENDING-KEY TO CPR-RESUME-KEY
              PERFORM 2100-FIND-NEXT-PENDING
              IF PENDING-FOUND
                 MOVE 'No Longer Pending - Next Change Shown: PF3=Releas
      -              'e PF5=Reject PF8=Skip.'
                    TO WS-MESSAGE
              END-IF
           END-IF.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<

           PERFORM 2100-FIND-NEXT-PENDING.

      *    THE NEXT CHANGE IS ON SCREEN, BUT A RELEASE THAT RAISED
      *    RETRO ARREARS, OR LANDED PAST THE PAYROLL CUT-OFF, KEEPS
      *    ITS MESSAGE ON THE MESSAGE LINE - THE CUT-OFF WARNING
      *    FIRST.
           IF RTC-RETRO-RAISED OR RTC-RAISE-FAILED
              MOVE RTC-MESSAGE-TEXT TO WS-MESSAGE
           END-IF.

           IF SAVED-AFTER-CUTOFF
              MOVE PCU-WARNING-TEXT TO WS-MESSAGE
           END-IF.

       2210-REREAD-PENDING-CHANGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2210-REREAD-PENDING-CHANGE' TO WS-DEBUG-AID.

           MOVE PCM-PROPOSED-COMP TO COMPENSATION-RECORD.
           MOVE CPR-USER-ID TO CMP-ENTERED-BY-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CMP-ENTERED-TIMESTAMP.

           IF PCM-ADDING-NEW-COMP
              EXEC CICS WRITE
                MOVE 'Change Released - Compensation Record Written!'
                   TO WS-MESSAGE
                PERFORM 3100-WRITE-AUDIT-TRAIL
                PERFORM 3300-RAISE-RETRO-ARREARS
                PERFORM 3200-CHECK-PAYROLL-CUTOFF
           WHEN DFHRESP(DUPREC)
           WHEN DFHRESP(DUPKEY)
                MOVE 'Error: A Record Already Exists On That Effectiv
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE CMP-ANNUAL-SALARY TO WS-PRIOR-SALARY
              MOVE PCM-PROPOSED-COMP TO COMPENSATION-RECORD

              EXEC CICS REWRITE
           MOVE CPR-USER-ID TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-COMPRV-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           PERFORM 3110-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
           MOVE PCM-REQUESTED-BY-USER-ID TO ADT-OLD-VALUE.
           MOVE CPR-USER-ID TO ADT-NEW-VALUE.

           PERFORM 3120-SEAL-AUDIT-DETAIL.
           EXEC CICS WRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM(AUDIT-DETAIL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3110-SEAL-AUDIT-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3110-SEAL-AUDIT-ENTRY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CHAIN THE ENTRY ONTO THE EMPLOYEE'S AUDIT TRAIL (EAUDHP)
      *    RIGHT BEFORE IT IS WRITTEN. A FAILED LINK LEAVES IT
      *    UNSEALED - THE CHANGE IS STILL AUDITED, AND THE CHAIN
      *    VERIFIER (EAUDCVP) REPORTS THE GAP.
           INITIALIZE AUDIT-CHAIN-COMMAREA.
           SET ACH-SEAL TO TRUE.
           SET ACH-AUDIT-TRAIL TO TRUE.
           MOVE AUDIT-LOG-RECORD TO ACH-RECORD-IMAGE.

           EXEC CICS LINK
                PROGRAM(APP-AUDCHN-PROGRAM-NAME)
                COMMAREA(AUDIT-CHAIN-COMMAREA)
                LENGTH(LENGTH OF AUDIT-CHAIN-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE ACH-PREV-CHAIN-HASH TO AUD-PREV-CHAIN-HASH.
           MOVE ACH-CHAIN-HASH TO AUD-CHAIN-HASH.

       3120-SEAL-AUDIT-DETAIL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3120-SEAL-AUDIT-DETAIL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SAME SEAL FOR A BEFORE/AFTER IMAGE, ON THE EMPLOYEE'S
      *    DETAIL TRAIL.
           INITIALIZE AUDIT-CHAIN-COMMAREA.
           SET ACH-SEAL TO TRUE.
           SET ACH-DETAIL-TRAIL TO TRUE.
           MOVE AUDIT-DETAIL-RECORD TO ACH-RECORD-IMAGE.

           EXEC CICS LINK
                PROGRAM(APP-AUDCHN-PROGRAM-NAME)
                COMMAREA(AUDIT-CHAIN-COMMAREA)
                LENGTH(LENGTH OF AUDIT-CHAIN-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE ACH-PREV-CHAIN-HASH TO ADT-PREV-CHAIN-HASH.
           MOVE ACH-CHAIN-HASH TO ADT-CHAIN-HASH.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       3200-CHECK-PAYROLL-CUTOFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3200-CHECK-PAYROLL-CUTOFF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE RELEASE STANDS EITHER WAY - PAST THE CURRENT PERIOD'S
      *    CUT-OFF THE REVIEWER IS TOLD IT MISSES THIS PAY DATE (SEE
      *    ECUTCP AND EPAYCAL.CPY).
           INITIALIZE PAY-CUTOFF-COMMAREA.

           EXEC CICS LINK
                PROGRAM(APP-PAYCUT-PROGRAM-NAME)
                COMMAREA(PAY-CUTOFF-COMMAREA)
                LENGTH(LENGTH OF PAY-CUTOFF-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              PCU-PAST-CUTOFF THEN
              SET SAVED-AFTER-CUTOFF TO TRUE
              MOVE PCU-WARNING-TEXT TO WS-MESSAGE
           END-IF.

       3300-RAISE-RETRO-ARREARS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3300-RAISE-RETRO-ARREARS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A RELEASE EFFECTIVE IN A PERIOD PAYROLL HAS ALREADY
      *    EXTRACTED GETS ITS ARREARS RAISED AS A RETRO PAYMENT (SEE
      *    EARRCP) - A REWRITE WAS PAID AT THE SALARY IT CARRIED
      *    BEFORE. THE RELEASE STANDS EITHER WAY.
           INITIALIZE RETRO-CALC-COMMAREA.

           IF PCM-ADDING-NEW-COMP
              SET RTC-NEW-RECORD TO TRUE
           ELSE
              SET RTC-CHANGED-RECORD TO TRUE
              MOVE WS-PRIOR-SALARY TO RTC-OLD-SALARY
           END-IF.

           MOVE CMP-EMPLOYEE-ID TO RTC-EMPLOYEE-ID.
           MOVE CMP-EFFECTIVE-DATE TO RTC-EFFECTIVE-DATE.
           MOVE CMP-ANNUAL-SALARY TO RTC-NEW-SALARY.
           MOVE APP-COMPRV-PROGRAM-NAME TO RTC-SOURCE-PROGRAM.
           MOVE CPR-USER-ID TO RTC-USER-ID.

           EXEC CICS LINK
                PROGRAM(APP-ARREARS-PROGRAM-NAME)
                COMMAREA(RETRO-CALC-COMMAREA)
                LENGTH(LENGTH OF RETRO-CALC-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              (RTC-RETRO-RAISED OR RTC-RAISE-FAILED) THEN
              MOVE RTC-MESSAGE-TEXT TO WS-MESSAGE
           END-IF.

       4000-CHECK-USER-STATUS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4000-CHECK-USER-STATUS' TO WS-DEBUG-AID.
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    PICK UP THE MONITOR'S REPLY - STATUS, MESSAGE AND THE
      *    SESSION CATEGORY IT HANDS BACK.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 4100-GET-MONITOR-CONTAINER
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Activity Monitor Program Not Found!'
                   TO WS-MESSAGE
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:6) IS EQUAL TO 'Change'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Saved'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:3) IS EQUAL TO 'You'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Warning'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           WHEN MESSO(1:6) IS EQUAL TO 'Access'
