      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'MENU A' (AID-KEY VERSION) PROGRAM.
      *      - A SIGNED-ON USER WITH FOLLOW-UP REMINDERS DUE TODAY OR
      *        OVERDUE (SEE ERMDR.CPY) SEES HOW MANY ON THE MENU, AND
      *        PF8 TAKES THEM TO THE LIST ON ERMDP.
      *      - SO DOES A USER WITH DECISIONS WAITING ON THEM - LEAVE,
      *        PARKED CHANGES, PROBATION REVIEWS, SALARY RELEASES -
      *        COUNTED BY THE LINKED EINBCP (SEE EINBCA.CPY); PF9
      *        OPENS THE APPROVALS INBOX ON EINBP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - SIGN-ON AUDIT RECORD.
      *      - FOLLOW-UP REMINDER RECORD.
      *      - APPROVALS INBOX COMM-AREA.
      *      - MENU MAPSET.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
       COPY EPERMTX.
       COPY EBRDCST.
       COPY ESONAUD.
       COPY ERMDR.
       COPY EINBCA.
       COPY EMNUMAP.
       COPY EMONCTR.
       COPY DFHAID.
             10 WS-BNR-HH           PIC X(2).
             10 FILLER              PIC X(1)  VALUE ':'.
             10 WS-BNR-MI           PIC X(2).
      *
      *    FOLLOW-UP REMINDERS DUE (SEE ERMDR.CPY) - THE SIGNED-ON
      *    USER'S OPEN REMINDERS DUE TODAY OR EARLIER, RECOUNTED ON
      *    EVERY MENU RENDER SO ONE COMPLETED OR SNOOZED ON ERMDP
      *    DROPS OFF THE COUNT AS SOON AS THE USER IS BACK.
       01 WS-REMINDER-VARS.
          05 WS-RMD-TODAY           PIC X(8)  VALUE SPACES.
          05 WS-RMD-DUE-COUNT       PIC S9(4) USAGE IS BINARY.
          05 WS-RMD-COUNT-DISPLAY   PIC ZZZ9.
          05 WS-RMD-LINE-TEXT       PIC X(79) VALUE SPACES.
          05 WS-RMD-SCAN-SWITCH     PIC X(1)  VALUE SPACES.
             88 WS-RMD-SCAN-DONE             VALUE 'Y'.
      *
      *    DECISIONS WAITING ON THE SIGNED-ON USER (SEE EINBCA.CPY) -
      *    RECOUNTED ON EVERY RENDER LIKE THE REMINDERS, SO ONE
      *    DECIDED FROM THE INBOX DROPS OFF AS SOON AS THEY ARE BACK.
       01 WS-APPROVAL-VARS.
          05 WS-APR-COUNT-DISPLAY   PIC ZZZ9.
          05 WS-APR-LINE-TEXT       PIC X(79) VALUE SPACES.
      *
       01 WS-DEBUG-AID           PIC X(45) VALUE SPACES.
      *
                CONTINUE
           END-EVALUATE.

       1400-COUNT-REMINDERS-DUE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1400-COUNT-REMINDERS-DUE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE USER'S REMINDERS ARE KEYED USER + DUE DATE, SO THEY
      *    COME OUT OLDEST DUE FIRST - THE WALK STOPS AT THE FIRST ONE
      *    NOT DUE YET. NOTHING DUE MEANS NO LINE AT ALL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RMD-TODAY.
           MOVE ZERO TO WS-RMD-DUE-COUNT.
           MOVE SPACE TO WS-RMD-SCAN-SWITCH.

           MOVE MON-USER-ID TO RMD-OWNER-USER-ID.
           MOVE LOW-VALUES TO RMD-DUE-DATE.
           MOVE LOW-VALUES TO RMD-CREATED-TIMESTAMP.

           EXEC CICS STARTBR
                FILE(APP-REMIND-FILE-NAME)
                RIDFLD(RMD-REMINDER-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 1450-SCAN-ONE-REMINDER
                 UNTIL WS-RMD-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-REMIND-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-RMD-DUE-COUNT IS GREATER THAN ZERO
              MOVE WS-RMD-DUE-COUNT TO WS-RMD-COUNT-DISPLAY
              STRING 'You Have '
                     FUNCTION TRIM(WS-RMD-COUNT-DISPLAY)
                     ' Follow-Up Reminder(s) Due - PF8=Reminders.'
                 DELIMITED BY SIZE
                 INTO WS-RMD-LINE-TEXT
              END-STRING
           END-IF.

       1450-SCAN-ONE-REMINDER.
           EXEC CICS READNEXT
                FILE(APP-REMIND-FILE-NAME)
                RIDFLD(RMD-REMINDER-KEY)
                INTO (REMINDER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-RMD-SCAN-DONE TO TRUE
           WHEN RMD-OWNER-USER-ID IS NOT EQUAL TO MON-USER-ID
                SET WS-RMD-SCAN-DONE TO TRUE
           WHEN RMD-DUE-DATE IS GREATER THAN WS-RMD-TODAY
                SET WS-RMD-SCAN-DONE TO TRUE
           WHEN RMD-OPEN
                ADD 1 TO WS-RMD-DUE-COUNT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       1500-COUNT-APPROVALS-WAITING.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1500-COUNT-APPROVALS-WAITING' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE BUILDER APPLIES THE SAME PERMISSION AND SCOPE RULES AS
      *    THE APPROVAL SCREENS, SO A USER WHO DECIDES NOTHING GETS
      *    A ZERO BACK. NOTHING WAITING (OR A FAILED LINK) MEANS NO
      *    LINE AT ALL.
           INITIALIZE APPROVAL-INBOX-COMMAREA.
           MOVE MON-USER-ID TO IBA-USER-ID.
           MOVE MON-USER-CATEGORY TO IBA-USER-CATEGORY.

           EXEC CICS LINK
                PROGRAM(APP-INBOX-BUILDER-NAME)
                COMMAREA(APPROVAL-INBOX-COMMAREA)
                LENGTH(LENGTH OF APPROVAL-INBOX-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              IBA-REQUEST-OK AND
              IBA-ITEM-COUNT IS GREATER THAN ZERO
              MOVE IBA-ITEM-COUNT TO WS-APR-COUNT-DISPLAY
              STRING 'You Have '
                     FUNCTION TRIM(WS-APR-COUNT-DISPLAY)
                     ' Item(s) Awaiting Your Approval - PF9=Approvals.'
                 DELIMITED BY SIZE
                 INTO WS-APR-LINE-TEXT
              END-STRING
           END-IF.

      *-----------------------------------------------------------------
       MENU-SCREEN SECTION.
      *-----------------------------------------------------------------
              PERFORM 1300-BUILD-SIGNON-BANNER
           END-IF.

           MOVE SPACES TO WS-RMD-LINE-TEXT.
           MOVE SPACES TO WS-APR-LINE-TEXT.
           IF MON-USER-ID IS NOT EQUAL TO SPACES
              PERFORM 1400-COUNT-REMINDERS-DUE
              PERFORM 1500-COUNT-APPROVALS-WAITING
           END-IF.

           INITIALIZE EMNUMO.           

           MOVE EIBTRNID TO TRANIDO.
              MOVE DFHTURQ TO SGNBNRC
           END-IF.

           MOVE WS-RMD-LINE-TEXT TO RMDLNEO.
           MOVE DFHYELLO TO RMDLNEC.

           MOVE WS-APR-LINE-TEXT TO APRLNEO.
           MOVE DFHYELLO TO APRLNEC.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN DFHPF7
                MOVE 'Help/About Request' TO WS-MESSAGE
                PERFORM 2600-TRANSFER-TO-HELP-PAGE
           WHEN DFHPF8
                MOVE 'Follow-Up Reminders Request' TO WS-MESSAGE
                PERFORM 2700-TRANSFER-TO-REMINDERS-PAGE
           WHEN DFHPF9
                MOVE 'Approvals Inbox Request' TO WS-MESSAGE
                PERFORM 2800-TRANSFER-TO-APPROVALS-INBOX
           WHEN DFHPF3
                MOVE 'Menu Exit Request' TO WS-MESSAGE
                SET WS-ACTION-EXIT TO TRUE
                   TO WS-MESSAGE
           END-EVALUATE.

       2700-TRANSFER-TO-REMINDERS-PAGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2700-TRANSFER-TO-REMINDERS-PAGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS XCTL
                PROGRAM(APP-REMIND-PROGRAM-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Transferring To Reminders Page' TO WS-MESSAGE
           WHEN DFHRESP(INVREQ)
                MOVE 'Invalid Request!' TO WS-MESSAGE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Reminders Page Program Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Transferring To Reminders Page!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2800-TRANSFER-TO-APPROVALS-INBOX.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2800-TRANSFER-TO-APPROVALS-INBOX' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS XCTL
                PROGRAM(APP-INBOX-PROGRAM-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Transferring To Approvals Inbox' TO WS-MESSAGE
           WHEN DFHRESP(INVREQ)
                MOVE 'Invalid Request!' TO WS-MESSAGE
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Approvals Inbox Program Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Transferring To Approvals Inbox!'
                   TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    PICK UP THE MONITOR'S REPLY - STATUS, MESSAGE AND THE
      *    SESSION CATEGORY IT HANDS BACK.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 4100-GET-MONITOR-CONTAINER
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Activity Monitor Program Not Found!' TO WS-MESSAGE
           WHEN OTHER
