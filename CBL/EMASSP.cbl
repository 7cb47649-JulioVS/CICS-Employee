      *      - EACH REASSIGNED EMPLOYEE GETS A DEPARTMENT TRANSFER
      *        HISTORY RECORD AND AN AUDIT LOG RECORD, SAME AS A
      *        ONE-AT-A-TIME DEPARTMENT CHANGE MADE THROUGH EUPDP.
      *      - EVERY CONFIRMED RUN GETS ITS OWN RUN ID ('MD' PLUS THE
      *        RUN'S START DATE/TIME), STAMPED ON EVERY DEPTTRN,
      *        EAUDIT AND EAUDDTL RECORD IT WRITES AND SHOWN IN THE
      *        COMPLETION MESSAGE - A REORG RUN AGAINST THE WRONG
      *        DEPARTMENT IS TAKEN BACK OUT WHOLE ON EREVRP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - DEPARTMENT MASTER RECORD.
      *      - DEPARTMENT TRANSFER HISTORY RECORD.
      *      - AUDIT LOG RECORD.
      *      - AUDIT-TRAIL CHAINING COMM-AREA.
      *      - DEPARTMENT HEADCOUNT COUNTER COMM-AREA.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY EDEPTTRN.
       COPY EAUDIT.
       COPY EAUDDTL.
       COPY EAUDCCA.
       COPY EEVENT.
       COPY EDCNTCA.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *
      *    SCRATCH COPY FOR THE READ-FOR-UPDATE SO A JUST-BUILT
      *    CHECKPOINT IMAGE ISN'T OVERWRITTEN BY ITS OWN RE-READ.
       01 WS-CKPT-READ-AREA         PIC X(16041) VALUE SPACES.
      *
      *    THIS RUN'S ID - SEE APP-RUNID-* IN ECONST. A RESUMED RUN
      *    PICKS ITS ID BACK UP FROM THE CHECKPOINT.
       01 WS-RUN-ID.
          05 WS-RUN-ID-PREFIX       PIC X(2)  VALUE SPACES.
          05 WS-RUN-ID-TIMESTAMP    PIC X(14) VALUE SPACES.
      *
      *    POSITION CONTROL - A MASS MOVE INTO A BUDGETED DEPARTMENT
      *    IS CHECKED AGAINST ITS AUTHORIZED HEADCOUNT. THIS UTILITY
          88 BUDGET-EXCEEDED                  VALUE 'X'.
      *
       01 WS-DEPT-ACTIVE-COUNT      PIC 9(5)  VALUE ZEROES.
       01 WS-COUNT-DEPARTMENT-ID    PIC 9(8)  VALUE ZEROES.
       01 WS-FROM-ACTIVES           PIC 9(5)  VALUE ZEROES.
       01 WS-TO-ACTIVES             PIC 9(5)  VALUE ZEROES.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE DEPARTMENT'S ACTIVE HEADS COME FROM ITS HEADCOUNT
      *    COUNTER (EDCNTP) - ONE READ INSTEAD OF A BROWSE OF THE
      *    EMPDEPT PATH.
           INITIALIZE DEPT-COUNTER-COMMAREA.
           SET DCA-INQUIRE TO TRUE.
           MOVE WS-COUNT-DEPARTMENT-ID TO DCA-DEPARTMENT-ID.

           EXEC CICS LINK
                PROGRAM(APP-DEPT-CNT-PROGRAM-NAME)
                COMMAREA(DEPT-COUNTER-COMMAREA)
                LENGTH(LENGTH OF DEPT-COUNTER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE DCA-ACTIVE-HEADS TO WS-DEPT-ACTIVE-COUNT.

       2200-EXECUTE-MASS-REASSIGNMENT.
      *    >>> DEBUGGING ONLY <<<

           INITIALIZE MAS-CHANGED-COUNT.
           INITIALIZE WS-DEPT-EMPLOYEE-TABLE.
           PERFORM 2205-ASSIGN-RUN-ID.

      *    FIRST PASS: BROWSE THE DEPARTMENT ALTERNATE PATH JUST LONG
      *    ENOUGH TO COLLECT THE QUALIFYING EMPLOYEE IDS, THEN CLOSE
           MOVE SPACES TO CONFRMI.
           MOVE MAS-CHANGED-COUNT TO WS-REPLY-COUNT.

      *    THE RUN ID GOES BACK IN THE MESSAGE - IT IS WHAT EREVRP
      *    ASKS FOR IF THIS RUN EVER HAS TO BE TAKEN BACK OUT.
           IF MAS-CHANGED-COUNT IS EQUAL TO ZERO
              STRING 'No Employees Found In Department '
                     FRDEPTI
           ELSE
              IF WS-DEPT-EMPLOYEE-TOTAL IS GREATER THAN
                 WS-DEPT-EMPLOYEE-COUNT
                 STRING 'Mass Reassignment Partial! '
                        FUNCTION TRIM(WS-REPLY-COUNT)
                        ' Moved, Rerun To Finish - Run '
                        WS-RUN-ID
                    DELIMITED BY SIZE
                    INTO WS-MESSAGE
                 END-STRING
              ELSE
                 STRING 'Mass Reassignment Complete! '
                        FUNCTION TRIM(WS-REPLY-COUNT)
                        ' Moved To '
                        TODEPTI
                        ' - Run '
                        WS-RUN-ID
                    DELIMITED BY SIZE
                    INTO WS-MESSAGE
                 END-STRING
              END-IF
           END-IF.

       2205-ASSIGN-RUN-ID.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2205-ASSIGN-RUN-ID' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE APP-RUNID-MASSDEPT-PREFIX TO WS-RUN-ID-PREFIX.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID-TIMESTAMP.

       2210-START-DEPARTMENT-BROWSE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2210-START-DEPARTMENT-BROWSE' TO WS-DEBUG-AID.
           END-IF.

           IF RECORD-FOUND THEN
              INITIALIZE DEPT-COUNTER-COMMAREA
              MOVE EMP-DEPARTMENT-ID TO DCA-BEFORE-DEPARTMENT-ID
              MOVE EMP-DELETE-FLAG TO DCA-BEFORE-DELETE-FLAG
              MOVE EMP-FTE-PERCENT TO DCA-BEFORE-FTE-PERCENT
              MOVE MAS-TO-DEPARTMENT-ID TO EMP-DEPARTMENT-ID

      *       EVERY REWRITE RE-STAMPS THE RECORD SO A SCREEN IMAGE

              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
                 ADD 1 TO MAS-CHANGED-COUNT
                 PERFORM 2245-ADJUST-DEPT-COUNTERS
                 PERFORM 2240-RECORD-DEPARTMENT-TRANSFER
                 PERFORM 2250-WRITE-AUDIT-LOG-RECORD
                 PERFORM 2252-WRITE-AUDIT-DETAIL
           MOVE MAS-FROM-DEPARTMENT-ID TO DTR-FROM-DEPARTMENT-ID.
           MOVE MAS-TO-DEPARTMENT-ID TO DTR-TO-DEPARTMENT-ID.
           MOVE APP-MASSDEPT-PROGRAM-NAME TO DTR-CHANGED-BY-USER-ID.
           MOVE WS-RUN-ID TO DTR-RUN-ID.

           EXEC CICS WRITE
                FILE(APP-DEPT-TRANSFER-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2245-ADJUST-DEPT-COUNTERS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2245-ADJUST-DEPT-COUNTERS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    EACH REASSIGNED HEAD MOVES FROM THE FROM-DEPARTMENT'S
      *    COUNTER TO THE TO-DEPARTMENT'S IN THE SAME UNIT OF WORK AS
      *    ITS REWRITE. A FAILURE HERE DOESN'T STOP THE RUN - THE
      *    NIGHTLY EDCVP RECOUNT REPAIRS THE DRIFT.
           SET DCA-ADJUST TO TRUE.
           MOVE EMP-DEPARTMENT-ID TO DCA-AFTER-DEPARTMENT-ID.
           MOVE EMP-DELETE-FLAG TO DCA-AFTER-DELETE-FLAG.
           MOVE EMP-FTE-PERCENT TO DCA-AFTER-FTE-PERCENT.

           EXEC CICS LINK
                PROGRAM(APP-DEPT-CNT-PROGRAM-NAME)
                COMMAREA(DEPT-COUNTER-COMMAREA)
                LENGTH(LENGTH OF DEPT-COUNTER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2250-WRITE-AUDIT-LOG-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-WRITE-AUDIT-LOG-RECORD' TO WS-DEBUG-AID.
           SET AUD-ACTION-UPDATE TO TRUE.
           MOVE APP-MASSDEPT-PROGRAM-NAME TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-MASSDEPT-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.
           MOVE WS-RUN-ID TO AUD-RUN-ID.

           PERFORM 2253-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
           MOVE 'DEPARTMENT ID' TO ADT-FIELD-NAME.
           MOVE MAS-FROM-DEPARTMENT-ID TO ADT-OLD-VALUE.
           MOVE EMP-DEPARTMENT-ID TO ADT-NEW-VALUE.
           MOVE WS-RUN-ID TO ADT-RUN-ID.

           PERFORM 2254-SEAL-AUDIT-DETAIL.
           EXEC CICS WRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM(AUDIT-DETAIL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2253-SEAL-AUDIT-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2253-SEAL-AUDIT-ENTRY' TO WS-DEBUG-AID.
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

       2254-SEAL-AUDIT-DETAIL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2254-SEAL-AUDIT-DETAIL' TO WS-DEBUG-AID.
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

       2255-EMIT-EMPLOYEE-EVENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2255-EMIT-EMPLOYEE-EVENT' TO WS-DEBUG-AID.
      *    THE REWRITE JUST PUTS THE SAME VALUE BACK).
           MOVE CKP-FROM-DEPARTMENT-ID TO MAS-FROM-DEPARTMENT-ID.
           MOVE CKP-TO-DEPARTMENT-ID TO MAS-TO-DEPARTMENT-ID.
           MOVE CKP-RUN-ID TO WS-RUN-ID.
           IF WS-RUN-ID IS EQUAL TO SPACES
              PERFORM 2205-ASSIGN-RUN-ID
           END-IF.
           INITIALIZE MAS-CHANGED-COUNT.
           INITIALIZE WS-DEPT-EMPLOYEE-TABLE.

           MOVE MAS-CHANGED-COUNT TO WS-REPLY-COUNT.
           STRING 'Resumed Reassignment Complete! '
                  FUNCTION TRIM(WS-REPLY-COUNT)
                  ' Remaining Moved - Run '
                  WS-RUN-ID
              DELIMITED BY SIZE
              INTO WS-MESSAGE
           END-STRING.
           SET CKP-IN-PROGRESS TO TRUE.
           MOVE MAS-FROM-DEPARTMENT-ID TO CKP-FROM-DEPARTMENT-ID.
           MOVE MAS-TO-DEPARTMENT-ID TO CKP-TO-DEPARTMENT-ID.
           MOVE WS-RUN-ID TO CKP-RUN-ID.
           MOVE 1 TO CKP-NEXT-INDEX.
           MOVE WS-DEPT-EMPLOYEE-COUNT TO CKP-EMPLOYEE-COUNT.

