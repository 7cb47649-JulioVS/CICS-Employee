      *        INTERRUPTED RUN OFFERS TO RESUME; THE OTHER PHASES
      *        ONLY TOUCH RECORDS STILL POINTING AT THE DISSOLVED
      *        DEPARTMENT, SO RE-RUNNING THEM IS HARMLESS.
      *      - EVERY CONFIRMED RUN GETS ITS OWN RUN ID ('RS' PLUS THE
      *        RUN'S START DATE/TIME), STAMPED ON THE DEPTTRN, EAUDIT
      *        AND EAUDDTL RECORDS OF THE EMPLOYEE PHASE AND SHOWN IN
      *        THE COMPLETION MESSAGE, SO EREVRP CAN PUT THE MOVED
      *        EMPLOYEES BACK. THE STRUCTURAL PHASES (CHILDREN, LOANS,
      *        PENDING TRANSFERS, RETIREMENT) LEAVE NO PER-EMPLOYEE
      *        BEFORE-IMAGE AND ARE NOT PART OF A REVERSAL.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - PENDING DEPARTMENT TRANSFER RECORD.
      *      - DEPARTMENT TRANSFER HISTORY RECORD.
      *      - AUDIT LOG AND AUDIT DETAIL RECORDS.
      *      - AUDIT-TRAIL CHAINING COMM-AREA.
      *      - OUTBOUND EMPLOYEE EVENT RECORD.
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
       01 WS-CKPT-RESUME-FROM       PIC S9(4) USAGE IS BINARY
                                              VALUE ZEROES.
      *
       01 WS-CKPT-READ-AREA         PIC X(16041) VALUE SPACES.
      *
      *    THIS RUN'S ID - SEE APP-RUNID-* IN ECONST. A RESUMED RUN
      *    PICKS ITS ID BACK UP FROM THE CHECKPOINT.
       01 WS-RUN-ID.
          05 WS-RUN-ID-PREFIX       PIC X(2)  VALUE SPACES.
          05 WS-RUN-ID-TIMESTAMP    PIC X(14) VALUE SPACES.
      *
      *    POSITION CONTROL - SAME RENDERING AS EMASSP: THE UTILITY
      *    CARRIES NO SIGNED-ON USER CATEGORY, SO A MOVE PAST THE
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

       2130-CHECK-SUCCESSOR-LINEAGE.
      *    >>> DEBUGGING ONLY <<<
           INITIALIZE RES-MOVED-CHILDREN.
           INITIALIZE RES-MOVED-LOANS.
           INITIALIZE RES-MOVED-PENDING.
           PERFORM 3005-ASSIGN-RUN-ID.

           PERFORM 3100-MOVE-EMPLOYEES.
           PERFORM 3200-REPARENT-CHILDREN.
              WS-DEPT-EMPLOYEE-COUNT
              STRING 'Restructuring Applied - '
                     FUNCTION TRIM(WS-REPLY-COUNT)
                     ' Moved, More Remain - Run '
                     WS-RUN-ID
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
           ELSE
              STRING 'Restructuring Complete! '
                     FUNCTION TRIM(WS-REPLY-COUNT)
                     ' Moved, Department Retired - Run '
                     WS-RUN-ID
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
           END-IF.

       3005-ASSIGN-RUN-ID.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3005-ASSIGN-RUN-ID' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE APP-RUNID-RESTRUCT-PREFIX TO WS-RUN-ID-PREFIX.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID-TIMESTAMP.

      *-----------------------------------------------------------------
       EMPLOYEE-PHASE SECTION.
      *-----------------------------------------------------------------
           END-IF.

           IF RECORD-FOUND THEN
              INITIALIZE DEPT-COUNTER-COMMAREA
              MOVE EMP-DEPARTMENT-ID TO DCA-BEFORE-DEPARTMENT-ID
              MOVE EMP-DELETE-FLAG TO DCA-BEFORE-DELETE-FLAG
              MOVE EMP-FTE-PERCENT TO DCA-BEFORE-FTE-PERCENT
              MOVE RES-SUCCESSOR-DEPT-ID TO EMP-DEPARTMENT-ID

      *       EVERY REWRITE RE-STAMPS THE RECORD SO A SCREEN IMAGE

              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
                 ADD 1 TO RES-MOVED-EMPLOYEES
                 PERFORM 3145-ADJUST-DEPT-COUNTERS
                 PERFORM 3140-RECORD-DEPARTMENT-TRANSFER
                 PERFORM 3150-WRITE-AUDIT-LOG-RECORD
                 PERFORM 3152-WRITE-AUDIT-DETAIL
           MOVE RES-DISSOLVE-DEPT-ID TO DTR-FROM-DEPARTMENT-ID.
           MOVE RES-SUCCESSOR-DEPT-ID TO DTR-TO-DEPARTMENT-ID.
           MOVE APP-RESTRUCT-PROGRAM-NAME TO DTR-CHANGED-BY-USER-ID.
           MOVE WS-RUN-ID TO DTR-RUN-ID.

           EXEC CICS WRITE
                FILE(APP-DEPT-TRANSFER-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3145-ADJUST-DEPT-COUNTERS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3145-ADJUST-DEPT-COUNTERS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    SAME COUNTER MOVE AS EMASSP'S 2245 - EACH HEAD LEAVES THE
      *    DISSOLVED DEPARTMENT'S COUNTER AND JOINS THE SUCCESSOR'S IN
      *    THE SAME UNIT OF WORK AS ITS REWRITE.
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

       3150-WRITE-AUDIT-LOG-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3150-WRITE-AUDIT-LOG-RECORD' TO WS-DEBUG-AID.
           SET AUD-ACTION-UPDATE TO TRUE.
           MOVE APP-RESTRUCT-PROGRAM-NAME TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-RESTRUCT-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.
           MOVE WS-RUN-ID TO AUD-RUN-ID.

           PERFORM 3153-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
           MOVE 'DEPARTMENT ID' TO ADT-FIELD-NAME.
           MOVE RES-DISSOLVE-DEPT-ID TO ADT-OLD-VALUE.
           MOVE EMP-DEPARTMENT-ID TO ADT-NEW-VALUE.
           MOVE WS-RUN-ID TO ADT-RUN-ID.

           PERFORM 3154-SEAL-AUDIT-DETAIL.
           EXEC CICS WRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM(AUDIT-DETAIL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3153-SEAL-AUDIT-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3153-SEAL-AUDIT-ENTRY' TO WS-DEBUG-AID.
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

       3154-SEAL-AUDIT-DETAIL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3154-SEAL-AUDIT-DETAIL' TO WS-DEBUG-AID.
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

       3155-EMIT-EMPLOYEE-EVENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3155-EMIT-EMPLOYEE-EVENT' TO WS-DEBUG-AID.
      *    DEPARTMENT, SO REPEATING THEM IS HARMLESS.
           MOVE CKP-FROM-DEPARTMENT-ID TO RES-DISSOLVE-DEPT-ID.
           MOVE CKP-TO-DEPARTMENT-ID TO RES-SUCCESSOR-DEPT-ID.
           MOVE CKP-RUN-ID TO WS-RUN-ID.
           IF WS-RUN-ID IS EQUAL TO SPACES
              PERFORM 3005-ASSIGN-RUN-ID
           END-IF.
           PERFORM 2111-VALIDATE-DISSOLVE-DEPT.
           PERFORM 2112-VALIDATE-SUCCESSOR-DEPT.

           MOVE RES-MOVED-EMPLOYEES TO WS-REPLY-COUNT.
           STRING 'Resumed Restructuring Complete! '
                  FUNCTION TRIM(WS-REPLY-COUNT)
                  ' Remaining Moved - Run '
                  WS-RUN-ID
              DELIMITED BY SIZE
              INTO WS-MESSAGE
           END-STRING.
           SET CKP-IN-PROGRESS TO TRUE.
           MOVE RES-DISSOLVE-DEPT-ID TO CKP-FROM-DEPARTMENT-ID.
           MOVE RES-SUCCESSOR-DEPT-ID TO CKP-TO-DEPARTMENT-ID.
           MOVE WS-RUN-ID TO CKP-RUN-ID.
           MOVE 1 TO CKP-NEXT-INDEX.
           MOVE WS-DEPT-EMPLOYEE-COUNT TO CKP-EMPLOYEE-COUNT.

