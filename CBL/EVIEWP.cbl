      *      - EMPLOYEE NAME-SEARCH PICKLIST MAPSET.
      *      - EMPLOYEE DETAILS CONTAINER.
      *      - EMPLOYEE MASTER RECORD.
      *      - NAME-CHANGE HISTORY RECORD.
      *      - FIELD CIPHER COMM-AREA.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY EMPMAST.
       COPY DEPTMAST.
       COPY EAPRHS.
       COPY ENAMHST.
       COPY ERECENT.
       COPY EAUDIT.
       COPY EAUDCCA.
       COPY ECIPHCA.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
      *
      *    THE EXTERNAL ID IS A GOVERNMENT IDENTIFIER - THIS INQUIRY
      *    MAP ONLY EVER SHOWS ITS LAST FOUR CHARACTERS (SEE EUPDP'S
      *    AUDITED UNMASK FOR THE FULL VALUE). IT IS HELD ENCIPHERED
      *    ON THE MASTER, SO A SEARCH BY IT ENCIPHERS THE KEYED VALUE
      *    AND LOOKS FOR THAT EXACT VALUE ON THE EXTERNAL-ID PATH.
       01 WS-CIPHER-SWITCH      PIC X(1)  VALUE SPACES.
          88 WS-CIPHER-FAILED             VALUE 'F'.
      *
      *    COMM-AREA HANDED TO EDOSSP'S DOSSIER PRINT - THE LOCATED
      *    EMPLOYEE AND THE CALLER'S ROLE, SO THE PAPER MASKS WHAT
       01 WS-PICKLIST-AREA.
          05 WS-PICKLIST-RECORD OCCURS 8 TIMES
                INDEXED BY WS-PIK-INDEX
                                PIC X(263).
          05 WS-PICKLIST-COUNT      PIC S9(4) USAGE IS BINARY.
      *       THE FORMER NAME A CANDIDATE WAS FOUND UNDER - SPACES
      *       WHEN IT MATCHED ON THE CURRENT NAME (SEE 1400-COLLECT-
      *       FORMER-NAME-MATCHES).
          05 WS-PICKLIST-FORMER-NAME OCCURS 8 TIMES
                                PIC X(38).
      *
       01 WS-PICKLIST-ACTION-FLAG  PIC X(1)  VALUE SPACE.
          88 WS-PICKLIST-ACTION-SELECTED      VALUE 'S'.
       01 WS-DUPLICATE-SCAN-FLAG   PIC X(1)  VALUE SPACE.
          88 WS-DUPLICATE-SCAN-DONE           VALUE 'D'.
      *
      *    FORMER-NAME SEARCH (SEE 1400-COLLECT-FORMER-NAME-MATCHES) -
      *    ONLY ON THE SEARCH ITSELF, NOT WHEN PAGING ON FROM IT. A
      *    NAME MATCHES WHEN IT STARTS WITH WHAT THE CLERK KEYED.
       01 WS-FORMER-NAME-SWITCH    PIC X(1)  VALUE SPACE.
          88 WS-CHECK-FORMER-NAMES            VALUE 'Y'.
       01 WS-NAME-MATCH-SWITCH     PIC X(1)  VALUE SPACE.
          88 WS-FIRST-HIT-MATCHES             VALUE 'Y'.
       01 WS-LISTED-SWITCH         PIC X(1)  VALUE SPACE.
          88 WS-ALREADY-LISTED                VALUE 'Y'.
       01 WS-SEARCH-NAME           PIC X(38) VALUE SPACES.
       01 WS-SEARCH-NAME-LENGTH    PIC S9(4) USAGE IS BINARY.
       01 WS-CANDIDATE-FORMER-NAME PIC X(38) VALUE SPACES.
      *
      *    ONE PAGE OF THE EMPLOYEE'S APPRAISAL HISTORY (SEE
      *    2800-SHOW-APPRAISAL-HISTORY), DISPLAYED ON THE SAME
      *    PICKLIST MAP THE NAME SEARCH USES - 8 ROWS PER PAGE.
           PERFORM 1200-INITIALIZE-CONTAINER.
           PERFORM 1250-GET-SEARCH-CRITERIA.
           PERFORM 1280-SEED-EMPLOYEE-BROWSE-KEY.
           SET WS-CHECK-FORMER-NAMES TO TRUE.
           PERFORM 1300-READ-EMPLOYEE-BY-KEY.

       1050-FIRST-INTERACTION-BY-ID.
                    MOVE 'Employee ID Must Be Numeric!' TO WS-MESSAGE
                 END-IF
              WHEN DET-SEL-BY-EXTERNAL-ID
                 PERFORM 1290-ENCIPHER-SEARCH-EXTID
              WHEN OTHER
                 MOVE DET-SELECT-KEY-VALUE TO EMP-PRIMARY-NAME
              END-EVALUATE
           END-IF.

       1290-ENCIPHER-SEARCH-EXTID.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1290-ENCIPHER-SEARCH-EXTID' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE FIELD-CIPHER-COMMAREA.
           SET FCA-ENCIPHER TO TRUE.
           SET FCA-EXTERNAL-ID TO TRUE.
           MOVE DET-SELECT-KEY-VALUE(1:12) TO FCA-FIELD-VALUE.

           EXEC CICS LINK
                PROGRAM(APP-CIPHER-PROGRAM-NAME)
                COMMAREA(FIELD-CIPHER-COMMAREA)
                LENGTH(LENGTH OF FIELD-CIPHER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT FCA-REQUEST-OK
              SET WS-CIPHER-FAILED TO TRUE
              MOVE 'Error: External ID Could Not Be Protected - Search N
      -           'ot Run!'
                 TO WS-MESSAGE
           ELSE
              MOVE FCA-FIELD-VALUE TO EMP-EXTERNAL-ID
           END-IF.

       1300-READ-EMPLOYEE-BY-KEY.
      *    >>> DEBUGGING ONLY <<<
           IF DET-SEL-BY-EMPLOYEE-ID THEN
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    AN EXTERNAL ID THAT COULD NOT BE ENCIPHERED HAS NOTHING
      *    ON FILE TO MATCH - THE SEARCH IS NOT RUN AT ALL.
           IF WS-CIPHER-FAILED THEN
              EXIT PARAGRAPH
           END-IF.

      *    A SOUNDS-LIKE SEARCH RUNS ITS OWN PHONETIC-PATH BROWSE
      *    AND PICK LIST, THEN HANDS BACK A RESOLVED RECORD.
           IF DET-SEL-BY-SOUNDS-LIKE THEN
           END-IF.

      *    A NAME SEARCH CAN MATCH MORE THAN ONE EMPLOYEE (THE
      *    ALTERNATE PATH IS NOT UNIQUE), OR SOMEONE WHO HAS SINCE
      *    CHANGED THEIR NAME. IF SO, LET THE CLERK PICK THE RIGHT
      *    ONE INSTEAD OF ALWAYS SETTLING FOR THE FIRST MATCH FOUND
      *    ON FILE.
           IF DET-SEL-BY-EMPLOYEE-NAME THEN
              PERFORM 1360-RESOLVE-NAME-DUPLICATES
           END-IF.

           WHEN DET-SEL-BY-EXTERNAL-ID
      *         THE SAME ALTERNATE PATH EADDP'S UNIQUENESS CHECK
      *         BROWSES - PAYROLL'S QUERIES ARRIVE QUOTING THE
      *         GOVERNMENT IDENTIFIER, NOT OUR EMPLOYEE ID. THE
      *         PATH HOLDS ENCIPHERED VALUES, SO ONLY AN EXACT HIT
      *         MEANS ANYTHING - THE NEAREST KEY IS SOMEONE ELSE.
                EXEC CICS STARTBR
                     FILE(APP-EMP-MASTER-EXTID-PATH-NAME)
                     RIDFLD(EMP-EXTERNAL-ID)
                     EQUAL
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN OTHER
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    DET-EMPLOYEE-RECORD HOLDS THE FIRST RECORD AT OR AFTER THE
      *    KEYED NAME (OR SPACES IF THERE WAS NONE). ITS EXACT
      *    NAMESAKES ARE COLLECTED, AND ON THE SEARCH ITSELF SO IS
      *    ANYONE WHO USED TO GO BY THE KEYED NAME. A FIRST RECORD
      *    THAT DOESN'T ACTUALLY START WITH THE KEYED NAME IS ONLY A
      *    'NEAREST' HIT - IT GIVES WAY TO A FORMER-NAME MATCH, AND
      *    STANDS AS BEFORE WHEN THERE IS NONE.
           INITIALIZE WS-PICKLIST-AREA.
           MOVE ZERO TO WS-PICKLIST-COUNT.
           INITIALIZE WS-PICKLIST-ACTION-FLAG.

           MOVE DET-SELECT-KEY-VALUE TO WS-SEARCH-NAME.
           MOVE ZERO TO WS-SEARCH-NAME-LENGTH.
           IF WS-SEARCH-NAME IS NOT EQUAL TO SPACES AND
              WS-SEARCH-NAME IS NOT EQUAL TO LOW-VALUES THEN
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-NAME
                 TRAILING)) TO WS-SEARCH-NAME-LENGTH
           END-IF.

           INITIALIZE WS-NAME-MATCH-SWITCH.
           IF DET-EMPLOYEE-RECORD IS NOT EQUAL TO SPACES THEN
              MOVE DET-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD
              IF WS-SEARCH-NAME-LENGTH IS EQUAL TO ZERO THEN
                 SET WS-FIRST-HIT-MATCHES TO TRUE
              ELSE
                 IF EMP-PRIMARY-NAME(1:WS-SEARCH-NAME-LENGTH) IS EQUAL
                    TO WS-SEARCH-NAME(1:WS-SEARCH-NAME-LENGTH) THEN
                    SET WS-FIRST-HIT-MATCHES TO TRUE
                 END-IF
              END-IF
           END-IF.

           IF WS-FIRST-HIT-MATCHES THEN
              PERFORM 1362-COLLECT-CURRENT-NAMESAKES
           END-IF.

           IF WS-CHECK-FORMER-NAMES AND
              WS-SEARCH-NAME-LENGTH IS GREATER THAN ZERO THEN
              PERFORM 1400-COLLECT-FORMER-NAME-MATCHES
           END-IF.

           IF WS-PICKLIST-COUNT IS EQUAL TO ZERO AND
              DET-EMPLOYEE-RECORD IS NOT EQUAL TO SPACES THEN
              PERFORM 1362-COLLECT-CURRENT-NAMESAKES
           END-IF.

           IF WS-PICKLIST-COUNT IS EQUAL TO ZERO THEN
              EXIT PARAGRAPH
           END-IF.

      *    THE FIRST CANDIDATE IS THE ANSWER UNLESS THE CLERK PICKS A
      *    DIFFERENT ONE BELOW. A FORMER-NAME HIT MAY BE ALL THERE IS,
      *    SO CLEAR ANY END-OF-FILE THE MASTER BROWSE LEFT BEHIND.
           MOVE WS-PICKLIST-RECORD(1) TO DET-EMPLOYEE-RECORD.
           INITIALIZE DET-FILE-FLAG.

           IF WS-PICKLIST-COUNT IS GREATER THAN 1 THEN
              PERFORM 3400-DISPLAY-PICKLIST-SCREEN
                 UNTIL WS-PICKLIST-ACTION-SELECTED
                 OR WS-PICKLIST-ACTION-EXIT

              IF WS-PICKLIST-ACTION-SELECTED THEN
                 PERFORM 3420-APPLY-PICKLIST-SELECTION
              END-IF
           END-IF.

           PERFORM 1368-NOTE-FORMER-NAME-HIT.

           MOVE DET-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD.

       1362-COLLECT-CURRENT-NAMESAKES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1362-COLLECT-CURRENT-NAMESAKES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    BROWSE THE NAME PATH FROM THE FIRST RECORD FOUND BY
      *    1320-READ-NEXT-RECORD, COLLECTING EVERY RECORD WHOSE
      *    PRIMARY NAME IS IDENTICAL, UP TO THE SIZE OF THE PICKLIST.
           MOVE DET-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD.
           MOVE EMP-PRIMARY-NAME TO WS-DUPLICATE-CHECK-NAME.

           INITIALIZE WS-DUPLICATE-SCAN-FLAG.

           EXEC CICS STARTBR
                   END-EXEC
           END-IF.

       1368-NOTE-FORMER-NAME-HIT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1368-NOTE-FORMER-NAME-HIT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE EMPLOYEE SHOWN WAS FOUND UNDER A NAME THEY NO LONGER
      *    USE - SAY SO, OR THE CLERK SEES A NAME THEY DIDN'T TYPE.
           IF NOT WS-PICKLIST-ACTION-SELECTED THEN
              SET WS-PIK-INDEX TO 1
           END-IF.

           IF WS-PICKLIST-FORMER-NAME(WS-PIK-INDEX) IS NOT EQUAL TO
              SPACES THEN
              MOVE SPACES TO WS-MESSAGE
              STRING 'Found Under Former Name: '
                     FUNCTION TRIM(WS-PICKLIST-FORMER-NAME
                        (WS-PIK-INDEX))
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
           END-IF.

       1370-COLLECT-DUPLICATE-NAME.
                   END-EXEC
           END-IF.

      *    FORMER NAMES THAT SOUND ALIKE JOIN THE SAME LIST.
           PERFORM 1430-COLLECT-FORMER-SOUND-ALIKES.

           IF WS-PICKLIST-COUNT IS EQUAL TO ZERO THEN
              MOVE 'No Sound-Alike Matches Found!' TO WS-MESSAGE
              SET DET-END-OF-FILE TO TRUE
              END-IF
           END-IF.

           PERFORM 1368-NOTE-FORMER-NAME-HIT.

      *    FROM HERE THE CONVERSATION PAGES FORWARD AND BACKWARD FROM
      *    THE CHOSEN RECORD BY EMPLOYEE ID - THE PHONETIC PATH HAS
      *    DONE ITS JOB ONCE THE RIGHT PERSON IS ON THE SCREEN.
              SET WS-DUPLICATE-SCAN-DONE TO TRUE
           END-IF.

       1400-COLLECT-FORMER-NAME-MATCHES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1400-COLLECT-FORMER-NAME-MATCHES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    EVERY NAME AN EMPLOYEE GAVE UP IS ON THE NAME-HISTORY FILE
      *    (WRITTEN BY EUPDP). BROWSE ITS PREVIOUS-NAME PATH FROM THE
      *    KEYED NAME FOR AS LONG AS THE NAMES STILL START WITH IT.
           MOVE WS-SEARCH-NAME TO NMH-PREVIOUS-NAME.
           INITIALIZE WS-DUPLICATE-SCAN-FLAG.

           EXEC CICS STARTBR
                FILE(APP-NAME-HISTORY-PATH-NAME)
                RIDFLD(NMH-PREVIOUS-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              PERFORM 1410-READ-NEXT-FORMER-NAME
                 UNTIL WS-DUPLICATE-SCAN-DONE
                 OR WS-PICKLIST-COUNT IS EQUAL TO 8

              EXEC CICS ENDBR
                   FILE(APP-NAME-HISTORY-PATH-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       1410-READ-NEXT-FORMER-NAME.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1410-READ-NEXT-FORMER-NAME' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-NAME-HISTORY-PATH-NAME)
                RIDFLD(NMH-PREVIOUS-NAME)
                INTO (NAME-HISTORY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) AND
              WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(DUPKEY) THEN
              SET WS-DUPLICATE-SCAN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NMH-PREVIOUS-NAME(1:WS-SEARCH-NAME-LENGTH) IS NOT EQUAL
              TO WS-SEARCH-NAME(1:WS-SEARCH-NAME-LENGTH) THEN
              SET WS-DUPLICATE-SCAN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 1420-ADD-FORMER-NAME-CANDIDATE.

       1420-ADD-FORMER-NAME-CANDIDATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1420-ADD-FORMER-NAME-CANDIDATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SAME PERSON CAN TURN UP TWICE (A NAME TAKEN BACK, OR A
      *    CURRENT NAME THAT ALSO MATCHES) - LIST THEM ONCE. OTHERWISE
      *    THEIR CURRENT MASTER RECORD JOINS THE PICKLIST, TAGGED WITH
      *    THE NAME IT WAS FOUND UNDER.
           INITIALIZE WS-LISTED-SWITCH.
           SET WS-PIK-INDEX TO 1.
           PERFORM 1425-CHECK-ONE-LISTED-ID
              UNTIL WS-PIK-INDEX IS GREATER THAN WS-PICKLIST-COUNT
              OR WS-ALREADY-LISTED.

           IF WS-ALREADY-LISTED THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE NMH-PREVIOUS-NAME TO WS-CANDIDATE-FORMER-NAME.
           MOVE NMH-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              SET WS-PIK-INDEX TO WS-PICKLIST-COUNT
              SET WS-PIK-INDEX UP BY 1
              MOVE EMPLOYEE-MASTER-RECORD TO
                 WS-PICKLIST-RECORD(WS-PIK-INDEX)
              MOVE WS-CANDIDATE-FORMER-NAME TO
                 WS-PICKLIST-FORMER-NAME(WS-PIK-INDEX)
              ADD 1 TO WS-PICKLIST-COUNT
           END-IF.

       1425-CHECK-ONE-LISTED-ID.
           IF WS-PICKLIST-RECORD(WS-PIK-INDEX)(1:8) IS EQUAL TO
              NMH-EMPLOYEE-ID THEN
              SET WS-ALREADY-LISTED TO TRUE
           ELSE
              SET WS-PIK-INDEX UP BY 1
           END-IF.

       1430-COLLECT-FORMER-SOUND-ALIKES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1430-COLLECT-FORMER-SOUND-ALIKES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE NAME-HISTORY FILE CARRIES THE SOUNDEX OF EACH FORMER
      *    NAME ON ITS OWN PATH - SAME KEY 1390 JUST BUILT.
           MOVE WS-SEARCH-SOUND-KEY TO NMH-PREVIOUS-PHONETIC-KEY.
           INITIALIZE WS-DUPLICATE-SCAN-FLAG.

           EXEC CICS STARTBR
                FILE(APP-NAME-HISTORY-PHON-PATH-NAME)
                RIDFLD(NMH-PREVIOUS-PHONETIC-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              PERFORM 1435-READ-NEXT-FORMER-SOUND
                 UNTIL WS-DUPLICATE-SCAN-DONE
                 OR WS-PICKLIST-COUNT IS EQUAL TO 8

              EXEC CICS ENDBR
                   FILE(APP-NAME-HISTORY-PHON-PATH-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       1435-READ-NEXT-FORMER-SOUND.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1435-READ-NEXT-FORMER-SOUND' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-NAME-HISTORY-PHON-PATH-NAME)
                RIDFLD(NMH-PREVIOUS-PHONETIC-KEY)
                INTO (NAME-HISTORY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) AND
              WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(DUPKEY) THEN
              SET WS-DUPLICATE-SCAN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF NMH-PREVIOUS-PHONETIC-KEY IS NOT EQUAL TO
              WS-SEARCH-SOUND-KEY THEN
              SET WS-DUPLICATE-SCAN-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 1420-ADD-FORMER-NAME-CANDIDATE.

       1390-BUILD-SEARCH-PHONETIC-KEY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1390-BUILD-SEARCH-PHONETIC-KEY' TO WS-DEBUG-AID.
                PERFORM 2810-PRINT-DOSSIER
           WHEN DFHPF14
                PERFORM 2820-HANDOFF-TO-360-SUMMARY
           WHEN DFHPF15
                PERFORM 2792-HANDOFF-TO-EMERGENCY-CONTACTS
           WHEN DFHPF16
                PERFORM 2794-HANDOFF-TO-SKILLS
           WHEN DFHPF17
                PERFORM 2796-HANDOFF-TO-CASE-FILE
           WHEN DFHPF18
                PERFORM 2798-HANDOFF-TO-RIGHT-TO-WORK
           WHEN DFHPF19
                PERFORM 2775-HANDOFF-TO-PAY-HISTORY
           WHEN DFHPF20
                PERFORM 2799-HANDOFF-TO-REMINDERS
           WHEN DFHPF4
                PERFORM 2750-HANDOFF-TO-CONTACT
           WHEN DFHPF5
                   END-EXEC
           END-IF.

      *    LIKEWISE A DETAIL OPENED FROM THE SKILLS SEARCH - ESKSP
      *    RESUMES ITS SAVED CRITERIA AND MATCH PAGE THE SAME WAY.
           IF DET-CAME-FROM-SKILL-SEARCH THEN
              MOVE 'RESUME  ' TO WS-RESUME-COMMAREA

              EXEC CICS XCTL
                   PROGRAM(APP-SKLSRCH-PROGRAM-NAME)
                   COMMAREA(WS-RESUME-COMMAREA)
                   LENGTH(LENGTH OF WS-RESUME-COMMAREA)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           PERFORM 9200-RETURN-TO-CICS.

       2700-HANDOFF-TO-UPDATE.
                   END-EXEC
           END-IF.

       2775-HANDOFF-TO-PAY-HISTORY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2775-HANDOFF-TO-PAY-HISTORY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    HAND OFF TO EPAYHP WITH THE CURRENTLY DISPLAYED RECORD'S
      *    EMPLOYEE ID ALREADY LOCATED - SAME COMM-AREA MECHANISM AS
      *    2770-HANDOFF-TO-SALARY-HISTORY. EPAYHP'S OWN 'PAYHIST'
      *    PERMISSION DECIDES WHETHER ANOTHER EMPLOYEE'S PAY IS SHOWN.
           IF DET-EMPLOYEE-RECORD IS EQUAL TO SPACES THEN
              MOVE 'No Record Displayed For Pay History!'
                 TO WS-MESSAGE
           ELSE
              MOVE DET-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD
              MOVE EMP-EMPLOYEE-ID TO WS-HANDOFF-EMPLOYEE-ID

              EXEC CICS XCTL
                   PROGRAM(APP-PAYHIST-PROGRAM-NAME)
                   COMMAREA(WS-HANDOFF-EMPLOYEE-ID)
                   LENGTH(LENGTH OF WS-HANDOFF-EMPLOYEE-ID)
                   END-EXEC
           END-IF.

       2820-HANDOFF-TO-360-SUMMARY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2820-HANDOFF-TO-360-SUMMARY' TO WS-DEBUG-AID.
                   END-EXEC
           END-IF.

       2792-HANDOFF-TO-EMERGENCY-CONTACTS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2792-HANDOFF-TO-EMERGENCY-CONTACTS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    HAND OFF TO EEMCP WITH THE CURRENTLY DISPLAYED RECORD'S
      *    EMPLOYEE ID ALREADY LOCATED - SAME COMM-AREA MECHANISM AS
      *    2750-HANDOFF-TO-CONTACT.
           IF DET-EMPLOYEE-RECORD IS EQUAL TO SPACES THEN
              MOVE 'No Record Displayed For Emergency Contacts!'
                 TO WS-MESSAGE
           ELSE
              MOVE DET-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD
              MOVE EMP-EMPLOYEE-ID TO WS-HANDOFF-EMPLOYEE-ID

              EXEC CICS XCTL
                   PROGRAM(APP-EMRCON-PROGRAM-NAME)
                   COMMAREA(WS-HANDOFF-EMPLOYEE-ID)
                   LENGTH(LENGTH OF WS-HANDOFF-EMPLOYEE-ID)
                   END-EXEC
           END-IF.

       2794-HANDOFF-TO-SKILLS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2794-HANDOFF-TO-SKILLS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    HAND OFF TO ESKLP WITH THE CURRENTLY DISPLAYED RECORD'S
      *    EMPLOYEE ID ALREADY LOCATED - SAME COMM-AREA MECHANISM AS
      *    2750-HANDOFF-TO-CONTACT.
           IF DET-EMPLOYEE-RECORD IS EQUAL TO SPACES THEN
              MOVE 'No Record Displayed For Skills!' TO WS-MESSAGE
           ELSE
              MOVE DET-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD
              MOVE EMP-EMPLOYEE-ID TO WS-HANDOFF-EMPLOYEE-ID

              EXEC CICS XCTL
                   PROGRAM(APP-EMPSKILL-PROGRAM-NAME)
                   COMMAREA(WS-HANDOFF-EMPLOYEE-ID)
                   LENGTH(LENGTH OF WS-HANDOFF-EMPLOYEE-ID)
                   END-EXEC
           END-IF.

       2796-HANDOFF-TO-CASE-FILE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2796-HANDOFF-TO-CASE-FILE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    HAND OFF TO ECASP WITH THE CURRENTLY DISPLAYED RECORD'S
      *    EMPLOYEE ID ALREADY LOCATED - SAME COMM-AREA MECHANISM AS
      *    2750-HANDOFF-TO-CONTACT. ECASP APPLIES ITS OWN ACCESS GATE.
           IF DET-EMPLOYEE-RECORD IS EQUAL TO SPACES THEN
              MOVE 'No Record Displayed For Case File!' TO WS-MESSAGE
           ELSE
              MOVE DET-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD
              MOVE EMP-EMPLOYEE-ID TO WS-HANDOFF-EMPLOYEE-ID

              EXEC CICS XCTL
                   PROGRAM(APP-CASE-PROGRAM-NAME)
                   COMMAREA(WS-HANDOFF-EMPLOYEE-ID)
                   LENGTH(LENGTH OF WS-HANDOFF-EMPLOYEE-ID)
                   END-EXEC
           END-IF.

       2798-HANDOFF-TO-RIGHT-TO-WORK.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2798-HANDOFF-TO-RIGHT-TO-WORK' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    HAND OFF TO ERTWP WITH THE CURRENTLY DISPLAYED RECORD'S
      *    EMPLOYEE ID ALREADY LOCATED - SAME COMM-AREA MECHANISM AS
      *    2750-HANDOFF-TO-CONTACT.
           IF DET-EMPLOYEE-RECORD IS EQUAL TO SPACES THEN
              MOVE 'No Record Displayed For Right-to-Work Document!'
                 TO WS-MESSAGE
           ELSE
              MOVE DET-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD
              MOVE EMP-EMPLOYEE-ID TO WS-HANDOFF-EMPLOYEE-ID

              EXEC CICS XCTL
                   PROGRAM(APP-RTWDOC-PROGRAM-NAME)
                   COMMAREA(WS-HANDOFF-EMPLOYEE-ID)
                   LENGTH(LENGTH OF WS-HANDOFF-EMPLOYEE-ID)
                   END-EXEC
           END-IF.

       2799-HANDOFF-TO-REMINDERS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2799-HANDOFF-TO-REMINDERS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    HAND OFF TO ERMDP WITH THE CURRENTLY DISPLAYED RECORD'S
      *    EMPLOYEE ID FILLED IN FOR A NEW FOLLOW-UP REMINDER - SAME
      *    COMM-AREA MECHANISM AS 2750-HANDOFF-TO-CONTACT.
           IF DET-EMPLOYEE-RECORD IS EQUAL TO SPACES THEN
              MOVE 'No Record Displayed For a Reminder!'
                 TO WS-MESSAGE
           ELSE
              MOVE DET-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD
              MOVE EMP-EMPLOYEE-ID TO WS-HANDOFF-EMPLOYEE-ID

              EXEC CICS XCTL
                   PROGRAM(APP-REMIND-PROGRAM-NAME)
                   COMMAREA(WS-HANDOFF-EMPLOYEE-ID)
                   LENGTH(LENGTH OF WS-HANDOFF-EMPLOYEE-ID)
                   END-EXEC
           END-IF.

       2780-HANDOFF-TO-PAYMENT-DETAILS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2780-HANDOFF-TO-PAYMENT-DETAILS' TO WS-DEBUG-AID.
           SET LINEO-INDEX UP BY 1.

      *-----------------------------------------------------------------
       NAME-SEARCH SECTION.
      *-----------------------------------------------------------------

       3000-DISPLAY-SEARCH-SCREEN.
              END-IF

      *       AN EXTERNAL-ID SEARCH IS GATED TO THE SAME ROLES THAT
      *       MAY UNMASK THE FIELD ON EUPDP - AND THE LOOKUP ITSELF
      *       IS LOGGED LIKE AN UNMASK (SEE 7700).
              IF DET-SEL-BY-EXTERNAL-ID THEN
                 PERFORM 4100-GET-MONITOR-CONTAINER
                 IF NOT MON-UC-ADMINISTRATOR AND

           INITIALIZE EPIKMO.

           MOVE EIBTRNID TO TRANIDO OF EPIKMO.

           SET WS-PIK-INDEX TO 1.
           SET LINEO-INDEX TO 1.
      *    MAP DISPLAY, WE ISSUE A WARNING MESSAGE ON NEXT RENDER.
      *    OTHERWISE WE SHOW THE USUAL PROMPT.
           IF WS-PICKLIST-ACTION-INVALID THEN
              MOVE WS-MESSAGE TO MESSO OF EPIKMO
              MOVE DFHPINK TO MESSC OF EPIKMO
           ELSE
              MOVE 'More Than One Match - Select An Employee, PF12=Ca'
                 TO MESSO OF EPIKMO
              MOVE DFHTURQ TO MESSC OF EPIKMO
           END-IF.

       3411-BUILD-PICKLIST-LINE.
           MOVE EMP-EMPLOYEE-ID TO EMPIDO(LINEO-INDEX).
           MOVE EMP-PRIMARY-NAME(1:29) TO PRMNMO(LINEO-INDEX).
           MOVE EMP-JOB-TITLE TO JOBTLO(LINEO-INDEX).

      *    A CANDIDATE FOUND UNDER A FORMER NAME SHOWS THAT NAME IN
      *    PLACE OF THE JOB TITLE, SO THE CLERK SEES WHY IT MATCHED.
           IF WS-PICKLIST-FORMER-NAME(WS-PIK-INDEX) IS NOT EQUAL TO
              SPACES THEN
              MOVE SPACES TO JOBTLO(LINEO-INDEX)
              STRING 'Formerly '
                     WS-PICKLIST-FORMER-NAME(WS-PIK-INDEX)
                 DELIMITED BY SIZE
                 INTO JOBTLO(LINEO-INDEX)
              END-STRING
              MOVE DFHYELLO TO JOBTLC(LINEO-INDEX)
           END-IF.
           MOVE EMP-DEPARTMENT-ID TO DPTIDO(LINEO-INDEX).

           SET WS-PIK-INDEX UP BY 1.
           MOVE DET-EMPLOYEE-RECORD TO EMPLOYEE-MASTER-RECORD.

      *    DISPLAY TRANSACTION ID.
           MOVE EIBTRNID TO TRANIDO OF EDETMO.

      *    DISPLAY EMPLOYEE INFORMATION.
           MOVE EMP-EMPLOYEE-ID TO EMPLIDO.
           MOVE EMP-APPRAISAL-RESULT TO APPRRSO.
           MOVE EMP-DELETE-FLAG TO DELFLGO.

      *    THE GOVERNMENT ID IS HELD ENCIPHERED, SO EVERY ROLE GETS
      *    THE LAST FOUR CHARACTERS (WHICH THE CIPHER LEAVES CLEAR).
           IF EMP-EXTERNAL-ID IS NOT EQUAL TO SPACES THEN
              MOVE EMP-EXTERNAL-ID(9:4) TO WS-MSK-LAST-FOUR
              MOVE WS-MASKED-EXTERNAL-ID TO EXTIDO
           END-IF.

      *    THE DATE OF BIRTH FOLLOWS THE SAME PER-ROLE RULE -
           MOVE WS-OUTPUT-DATE TO DELDTO.

      *    POPULATE THE ALL-IMPORTANT MESSAGE LINE!
           MOVE WS-MESSAGE TO MESSO OF EDETMO.
           MOVE DFHTURQ TO MESSC OF EDETMO.

      *    CHANGE COLOR OF MESSAGE LINE BASED ON TYPE/CONTENT.
           EVALUATE TRUE
           WHEN WS-MESSAGE(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC OF EDETMO
           WHEN WS-MESSAGE(1:3) IS EQUAL TO 'No '
                MOVE DFHYELLO TO MESSC OF EDETMO
           WHEN WS-MESSAGE(1:7) IS EQUAL TO 'Invalid'
                MOVE DFHPINK TO MESSC OF EDETMO
           END-EVALUATE

      *    HERE, WE SET THE MODIFIED DATA TAG (MDT) OF ONE THE FIELDS
           END-IF.
           MOVE APP-VIEW-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           PERFORM 7710-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       7710-SEAL-AUDIT-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '7710-SEAL-AUDIT-ENTRY' TO WS-DEBUG-AID.
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

       9200-RETURN-TO-CICS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9200-RETURN-TO-CICS' TO WS-DEBUG-AID.
