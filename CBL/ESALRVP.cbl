      *        EMPLOYEE + EFFECTIVE DATE, SO EMPLOYEES ALREADY DONE
      *        COME BACK AS DUPLICATES AND ARE SKIPPED, NOT RAISED
      *        TWICE.
      *      - EVERY CONFIRMED RUN GETS ITS OWN RUN ID ('SR' PLUS THE
      *        RUN'S START DATE/TIME), STAMPED ON EACH EMPCOMP, EAUDIT
      *        AND EAUDDTL RECORD IT WRITES AND SHOWN IN THE
      *        COMPLETION MESSAGE. THE EAUDDTL PAIR (SALARY BEFORE AND
      *        AFTER, AND THE EFFECTIVE DATE THE RECORD WAS KEYED ON)
      *        IS WHAT EREVRP USES TO TAKE A WRONG PAY ROUND BACK OUT.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - COMPENSATION RECORD.
      *      - AUDIT LOG AND AUDIT DETAIL RECORDS.
      *      - AUDIT-TRAIL CHAINING COMM-AREA.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY DEPTMAST.
       COPY ECOMP.
       COPY EAUDIT.
       COPY EAUDDTL.
       COPY EAUDCCA.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *
       01 WS-WRITTEN-COUNT          PIC S9(4) USAGE IS BINARY.
       01 WS-SKIPPED-COUNT          PIC S9(4) USAGE IS BINARY.
      *
      *    THIS RUN'S ID - SEE APP-RUNID-* IN ECONST.
       01 WS-RUN-ID.
          05 WS-RUN-ID-PREFIX       PIC X(2)  VALUE SPACES.
          05 WS-RUN-ID-TIMESTAMP    PIC X(14) VALUE SPACES.
      *
       01 WS-SALARY-EDIT            PIC Z(6)9.99.
      *
       01 WS-DATE-FORMATTING.
          05 WS-ENTRY-DATE.
      *    PREVIEW AND THE EXECUTE MAY BE MINUTES APART, AND THE
      *    FIGURES MUST REFLECT WHAT IS ON FILE NOW.
           PERFORM 2210-COLLECT-AFFECTED-EMPLOYEES.
           PERFORM 2405-ASSIGN-RUN-ID.

           MOVE ZERO TO WS-WRITTEN-COUNT.
           MOVE ZERO TO WS-SKIPPED-COUNT.
           MOVE WS-WRITTEN-COUNT TO WS-REPLY-COUNT.

           IF WS-AFFECTED-TOTAL IS GREATER THAN WS-AFFECTED-COUNT
              STRING 'Mass Increase Partial! '
                     FUNCTION TRIM(WS-REPLY-COUNT)
                     ' Written, Rerun To Finish - Run '
                     WS-RUN-ID
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
           ELSE
              STRING 'Mass Increase Complete! '
                     FUNCTION TRIM(WS-REPLY-COUNT)
                     ' Record(s) Written - Run '
                     WS-RUN-ID
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
           END-IF.

       2405-ASSIGN-RUN-ID.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2405-ASSIGN-RUN-ID' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE APP-RUNID-SALRV-PREFIX TO WS-RUN-ID-PREFIX.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID-TIMESTAMP.

       2410-RAISE-ONE-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2410-RAISE-ONE-EMPLOYEE' TO WS-DEBUG-AID.
           MOVE WS-IN-EFFECT-GRADE TO CMP-PAY-GRADE.
           MOVE 'ANNUAL REVIEW' TO CMP-CHANGE-REASON.
           MOVE APP-SALRV-PROGRAM-NAME TO CMP-ENTERED-BY-USER-ID.
           MOVE WS-RUN-ID TO CMP-RUN-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CMP-ENTERED-TIMESTAMP.

           EXEC CICS WRITE
                FILE(APP-EMP-COMP-FILE-NAME)
           WHEN DFHRESP(NORMAL)
                ADD 1 TO WS-WRITTEN-COUNT
                PERFORM 2420-WRITE-AUDIT-LOG-RECORD
                PERFORM 2425-WRITE-AUDIT-DETAIL
           WHEN DFHRESP(DUPREC)
           WHEN DFHRESP(DUPKEY)
      *         ALREADY RAISED ON THIS DATE (E.G. A RERUN AFTER AN
           SET AUD-ACTION-UPDATE TO TRUE.
           MOVE APP-SALRV-PROGRAM-NAME TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-SALRV-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.
           MOVE WS-RUN-ID TO AUD-RUN-ID.

           PERFORM 2430-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2425-WRITE-AUDIT-DETAIL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2425-WRITE-AUDIT-DETAIL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    TWO DETAILS UNDER THE AUDIT ENTRY JUST WRITTEN: THE SALARY
      *    BEFORE AND AFTER THE RAISE, AND THE EFFECTIVE DATE THE NEW
      *    EMPCOMP RECORD IS KEYED ON (NOTHING STOOD THERE BEFORE) -
      *    TOGETHER THEY LET EREVRP FIND AND REMOVE EXACTLY THE
      *    RECORD THIS RUN ADDED.
           INITIALIZE AUDIT-DETAIL-RECORD.
           MOVE AUD-EMPLOYEE-ID TO ADT-EMPLOYEE-ID.
           MOVE AUD-AUDIT-TIMESTAMP TO ADT-AUDIT-TIMESTAMP.
           MOVE WS-RUN-ID TO ADT-RUN-ID.
           MOVE 1 TO ADT-FIELD-SEQ.
           MOVE 'ANNUAL SALARY' TO ADT-FIELD-NAME.
           MOVE WS-IN-EFFECT-SALARY TO WS-SALARY-EDIT.
           MOVE WS-SALARY-EDIT TO ADT-OLD-VALUE.
           MOVE WS-NEW-SALARY TO WS-SALARY-EDIT.
           MOVE WS-SALARY-EDIT TO ADT-NEW-VALUE.

           PERFORM 2435-SEAL-AUDIT-DETAIL.
           EXEC CICS WRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM(AUDIT-DETAIL-RECORD)
                RIDFLD(ADT-DETAIL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE 2 TO ADT-FIELD-SEQ.
           MOVE 'COMP EFFECTIVE DATE' TO ADT-FIELD-NAME.
           MOVE SPACES TO ADT-OLD-VALUE.
           MOVE SRV-EFFECTIVE-DATE TO ADT-NEW-VALUE.

           PERFORM 2435-SEAL-AUDIT-DETAIL.
           EXEC CICS WRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM(AUDIT-DETAIL-RECORD)
                RIDFLD(ADT-DETAIL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2430-SEAL-AUDIT-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2430-SEAL-AUDIT-ENTRY' TO WS-DEBUG-AID.
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

       2435-SEAL-AUDIT-DETAIL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2435-SEAL-AUDIT-DETAIL' TO WS-DEBUG-AID.
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

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
