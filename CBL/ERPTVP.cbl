      *          5 = ABSENCE SUMMARY   (ABSNSUMM)
      *          6 = SICKNESS PATTERN  (SICKPAT) - MGR/ADM ONLY
      *          7 = SALARY DISTRIBUTION (SALDIST) - MGR/ADM ONLY
      *          8 = TURNOVER BANDS    (TURNOVER) - MGR/ADM ONLY
      *          9 = MY MANAGER PACK   (M + OWN EMPLOYEE ID) - THE
      *              SIGNED-ON USER'S OWN EMGPKP PACK, FOUND THROUGH
      *              THE EMPLOYEE ID LINKED TO THEIR SIGN-ON
      *        CHOOSING ONE SHOWS THE QUEUE SIXTEEN LINES AT A TIME
      *        WITH PF7/PF8 PAGING LIKE ELISTP; PF9 RETURNS TO THE
      *        PICK LIST.
      *      - REPORT VIEWER MAPSET.
      *      - REPORT VIEWER CONTAINER.
      *      - BATCH RUN-CONTROL RECORD.
      *      - REGISTERED USER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY ERPTMAP.
       COPY ERPTCTR.
       COPY ERUNCTL.
       COPY EREGUSR.
       COPY EPERMTX.
       COPY EMONCTR.
       COPY DFHAID.
          05 FILLER                 PIC X(3)  VALUE ' = '.
          05 WS-PCK-REPORT-NAME     PIC X(20) VALUE SPACES.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-PCK-QUEUE-NAME      PIC X(9)  VALUE SPACES.
          05 FILLER                 PIC X(10)
                                     VALUE '  LAST RUN'.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-PCK-LAST-RUN        PIC X(8)  VALUE SPACES.
          05 FILLER                 PIC X(20) VALUE SPACES.
      *
       01 WS-CHECK-RRN              PIC S9(8) USAGE IS BINARY.
      *
      *    THE SIGNED-ON USER'S OWN MANAGER PACK QUEUE - SPACES WHEN
      *    NO EMPLOYEE IS LINKED TO THE SIGN-ON.
       01 WS-MY-PACK-QUEUE-NAME.
          05 WS-MPQ-PREFIX          PIC X(1).
          05 WS-MPQ-EMPLOYEE-DIGITS PIC 9(8).
      *
       01 WS-MORE-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-MORE-LINES                    VALUE 'Y'.
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    THE CATEGORY CAN CHANGE MID-CONVERSATION - A BREAK-GLASS
      *    ELEVATION STARTING OR RUNNING OUT - SO KEEP OURS CURRENT.
           MOVE MON-USER-CATEGORY TO RPT-USER-CATEGORY.

           EVALUATE EIBAID
           WHEN DFHENTER
                IF RPT-SHOWING-PICKLIST
                   PERFORM 3000-BUILD-PICK-LIST
                   EXIT PARAGRAPH
                END-IF
           WHEN '9'
      *         ONLY EVER THE USER'S OWN PACK - THE QUEUE NAME COMES
      *         FROM THEIR SIGN-ON, NOT FROM ANYTHING THEY TYPE.
                PERFORM 3200-RESOLVE-MY-PACK-QUEUE
                IF WS-MY-PACK-QUEUE-NAME IS EQUAL TO SPACES
                   MOVE 'No Employee Linked To Your Sign-On - No Manager
      -                ' Pack!'
                      TO WS-MESSAGE
                   PERFORM 3000-BUILD-PICK-LIST
                   EXIT PARAGRAPH
                END-IF
                MOVE WS-MY-PACK-QUEUE-NAME TO RPT-QUEUE-NAME
           WHEN OTHER
                MOVE 'Pick A Report (1-9)!' TO WS-MESSAGE
                PERFORM 3000-BUILD-PICK-LIST
                EXIT PARAGRAPH
           END-EVALUATE.
           MOVE APP-RUNCTL-RRN-TURNOVER TO WS-CHECK-RRN.
           PERFORM 3100-ADD-ONE-PICK-LINE.

           PERFORM 3200-RESOLVE-MY-PACK-QUEUE.
           MOVE '9' TO WS-PCK-SELECTOR.
           MOVE 'MY MANAGER PACK' TO WS-PCK-REPORT-NAME.
           MOVE WS-MY-PACK-QUEUE-NAME TO WS-PCK-QUEUE-NAME.
           MOVE APP-RUNCTL-RRN-MGRPACK TO WS-CHECK-RRN.
           PERFORM 3100-ADD-ONE-PICK-LINE.

           IF WS-MESSAGE IS EQUAL TO SPACES
              MOVE 'Pick A Report (1-9) And Press Enter - PF12=Exit
      -           '.' TO WS-MESSAGE
           END-IF.

           MOVE WS-PICK-LINE-TEXT TO RPTLNO(RPT-LINEO-INDEX).
           SET RPT-LINEO-INDEX UP BY 1.

       3200-RESOLVE-MY-PACK-QUEUE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3200-RESOLVE-MY-PACK-QUEUE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    EMGPKP NAMES EACH PACK AFTER ITS MANAGER'S EMPLOYEE ID, SO
      *    THE SIGN-ON'S LINKED EMPLOYEE LEADS STRAIGHT TO IT.
           MOVE SPACES TO WS-MY-PACK-QUEUE-NAME.
           MOVE RPT-USER-ID TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILE-NAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              RU-EMPLOYEE-ID IS EQUAL TO ZERO THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE APP-MGRPACK-QUEUE-PREFIX TO WS-MPQ-PREFIX.
           MOVE RU-EMPLOYEE-ID TO WS-MPQ-EMPLOYEE-DIGITS.

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
                MOVE 'Activity Monitor Program Not Found!'
                   TO WS-MESSAGE
