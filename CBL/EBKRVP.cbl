       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBKRVP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'PENDING BANK-CHANGE REVIEW' PROGRAM.
      *      - WALKS THE PARKED BANK-DETAIL CHANGES ON THE EBNKPND
      *        FILE ONE AT A TIME, SHOWING THE DETAILS PAYROLL PAYS
      *        TODAY AGAINST THE PROPOSED ONES (ACCOUNTS MASKED) IN
      *        THE STYLE OF ECMPRVP'S REVIEW:
      *        PF3=RELEASE, PF5=REJECT, PF8=SKIP, PF9=RESTART SCAN.
      *      - A CHANGE KEYED ON AN EMPLOYEE'S BEHALF AWAITS RELEASE
      *        HERE. THE RELEASER MUST BE A *DIFFERENT* USER FROM THE
      *        ONE WHO KEYED IT - NO NEW ACCOUNT STARTS ITS HOLD FROM
      *        ONE PAIR OF HANDS.
      *      - A RELEASE DOES NOT TOUCH EPAYDTL: IT STARTS THE
      *        COOLING-OFF HOLD (APP-BANK-HOLD-DAYS) AND HAS EBNKLTP
      *        WRITE THE CONFIRMATION LETTER. EPAYXP APPLIES THE
      *        CHANGE WHEN THE HOLD ENDS. THE EAUDIT ENTRY GOES UNDER
      *        THE RELEASER, WITH AN EAUDDTL ROW NAMING THE REQUESTER.
      *      - A CHANGE ALREADY ON HOLD CAN STILL BE REJECTED HERE
      *        UNTIL EPAYXP PICKS IT UP - THE EMPLOYEE'S "THIS WASN'T
      *        ME" CALL AFTER THE LETTER ARRIVES.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - BANK-CHANGE REVIEW MAPSET.
      *      - BANK-CHANGE REVIEW CONTAINER.
      *      - PENDING BANK-CHANGE RECORD.
      *      - PAYMENT DETAILS RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - AUDIT LOG RECORD.
      *      - AUDIT DETAIL RECORD.
      *      - AUDIT-TRAIL CHAINING COMM-AREA.
      *      - BANK-CHANGE LETTER COMM-AREA.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - PERMISSION MATRIX RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EBKRMAP.
       COPY EBKRCTR.
       COPY EBNKPND.
       COPY EPAYDTL.
       COPY EMPMAST.
       COPY EAUDIT.
       COPY EAUDDTL.
       COPY EAUDCCA.
       COPY EBLTCA.
       COPY EMONCTR.
       COPY EPERMTX.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE       PIC S9(8) USAGE IS BINARY.
          05 WS-MESSAGE             PIC X(79) VALUE SPACES.
      *
       01 WS-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-SCAN-DONE                     VALUE 'Y'.
      *
       01 WS-PENDING-FOUND-FLAG     PIC X(1)  VALUE SPACES.
          88 PENDING-FOUND                    VALUE 'Y'.
      *
      *    A RELEASE OR REJECT KEEPS ITS OWN MESSAGE ON SCREEN OVER
      *    THE NEXT CHANGE'S PROMPT.
       01 WS-OUTCOME-MESSAGE        PIC X(79) VALUE SPACES.
      *
      *    ACCOUNTS SHOW MASKED TO THEIR LAST FOUR CHARACTERS, SAME
      *    AS EBNKP.
       01 WS-MASKED-ACCOUNT.
          05 FILLER              PIC X(13) VALUE '*************'.
          05 WS-MSK-LAST-FOUR    PIC X(4)  VALUE SPACES.
      *
       01 WS-TODAY-NUM              PIC 9(8)  VALUE ZEROES.
       01 WS-HOLD-UNTIL-NUM         PIC 9(8)  VALUE ZEROES.
      *
       01 WS-AUDIT-FIELD-NAME       PIC X(20) VALUE SPACES.
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

      *
      *    TABLE-DRIVEN PERMISSION GATE (SEE EPERMTX.CPY) - 'A'/'N'
      *    FROM THE MATRIX DECIDES; NO ROW FALLS BACK TO THE LEGACY
      *    HARDCODED RULE AT THE CALL SITE.
       01 WS-PERM-FUNCTION       PIC X(8)  VALUE SPACES.
       01 WS-PERM-USER-TYPE      PIC X(3)  VALUE SPACES.
       01 WS-PERM-RESULT         PIC X(1)  VALUE SPACES.
          88 WS-PERM-ALLOWED               VALUE 'A'.
          88 WS-PERM-DENIED                VALUE 'D'.
          88 WS-PERM-USE-LEGACY            VALUE SPACE.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

      *    >>> DEBUGGING ONLY <<<
           MOVE 'MAIN-LOGIC' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS GET
                CONTAINER(APP-BANKRV-CONTAINER-NAME)
                CHANNEL(APP-BANKRV-CHANNEL-NAME)
                INTO (BANK-REVIEW-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(CHANNELERR)
           WHEN DFHRESP(CONTAINERERR)
      *         1ST INTERACTION -> NO CONTAINER YET (CREATE IT)
                PERFORM 1000-FIRST-INTERACTION
           WHEN DFHRESP(NORMAL)
      *         NEXT INTERACTIONS -> CONTAINER FOUND (CONTINUE)
                PERFORM 2000-PROCESS-USER-INPUT
           WHEN OTHER
                MOVE 'Error Retrieving Bank Review Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

      *-----------------------------------------------------------------
       START-UP SECTION.
      *-----------------------------------------------------------------

       1000-FIRST-INTERACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1000-FIRST-INTERACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           MOVE MON-USER-ID TO BKR-USER-ID.
           MOVE MON-USER-CATEGORY TO BKR-USER-CATEGORY.

      *    ONLY ADMINISTRATORS RELEASE BANK CHANGES - SAME LEGACY
      *    GATE ECMPRVP APPLIES TO SALARY RELEASES.
           MOVE 'BANKAPPR' TO WS-PERM-FUNCTION.
           MOVE BKR-USER-CATEGORY TO WS-PERM-USER-TYPE.
           PERFORM 8500-CHECK-PERMISSION.

           IF WS-PERM-DENIED OR (WS-PERM-USE-LEGACY AND
              NOT BKR-UC-ADMINISTRATOR)
              THEN
              MOVE 'Access Denied - Insufficient Privileges!'
                 TO WS-MESSAGE
              PERFORM 9050-SEND-MESSAGE-AND-RETURN
           END-IF.

           PERFORM 2100-FIND-NEXT-PENDING.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CLEAR ALL RECORDS AND VARIABLES.
           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE BANK-REVIEW-CONTAINER.
           INITIALIZE PENDING-BANK-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EBKRMO.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS RECEIVE
                MAP(APP-BANKRV-MAP-NAME)
                MAPSET(APP-BANKRV-MAPSET-NAME)
                INTO (EBKRMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           EVALUATE EIBAID
           WHEN DFHENTER
           WHEN DFHPF8
                PERFORM 2100-FIND-NEXT-PENDING
           WHEN DFHPF3
                PERFORM 2200-RELEASE-CHANGE
           WHEN DFHPF5
                PERFORM 2300-REJECT-CHANGE
           WHEN DFHPF9
      *         RESTART THE SCAN FROM THE TOP OF THE FILE.
                INITIALIZE BKR-RESUME-KEY
                PERFORM 2100-FIND-NEXT-PENDING
           WHEN DFHPF10
                PERFORM 2500-SIGN-USER-OFF
           WHEN DFHPF12
                PERFORM 2400-DELETE-REVIEW-CONTAINER
                PERFORM 9200-RETURN-TO-CICS
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

       2100-FIND-NEXT-PENDING.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-FIND-NEXT-PENDING' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SCAN RESUMES FROM THE LAST CHANGE SHOWN (GTEQ FROM
      *    ITS KEY, SKIPPING THE KEY ITSELF), SO PF8 WALKS THE FILE
      *    WITHOUT EVER SHOWING THE SAME CHANGE TWICE IN ONE PASS.
      *    BOTH STATUSES ARE LISTED - ONLY ONE AWAITING RELEASE CAN
      *    BE RELEASED, BUT EITHER CAN BE REJECTED.
           MOVE SPACE TO WS-SCAN-SWITCH.
           INITIALIZE WS-PENDING-FOUND-FLAG.

           MOVE BKR-RESUME-KEY TO PBK-EMPLOYEE-ID.

           EXEC CICS STARTBR
                FILE(APP-BANK-PENDING-FILE-NAME)
                RIDFLD(PBK-EMPLOYEE-ID)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2110-SCAN-NEXT-PENDING
                 UNTIL WS-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-BANK-PENDING-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF PENDING-FOUND
              SET BKR-CHANGE-ON-SCREEN TO TRUE
              MOVE PBK-EMPLOYEE-ID TO BKR-CURRENT-KEY
              MOVE PBK-EMPLOYEE-ID TO BKR-RESUME-KEY
              MOVE 'Pending Change - PF3=Release PF5=Reject PF8=Skip PF9
      -           '=Top PF12=Exit.'
                 TO WS-MESSAGE
           ELSE
              SET BKR-NOT-SET TO TRUE
              INITIALIZE BKR-CURRENT-KEY
              INITIALIZE BKR-RESUME-KEY
              INITIALIZE EBKRMO
              MOVE 'No More Pending Changes - PF9=Rescan or PF12=Exit.'
                 TO WS-MESSAGE
           END-IF.

       2110-SCAN-NEXT-PENDING.
           EXEC CICS READNEXT
                FILE(APP-BANK-PENDING-FILE-NAME)
                RIDFLD(PBK-EMPLOYEE-ID)
                INTO (PENDING-BANK-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-SCAN-DONE TO TRUE
           WHEN PBK-EMPLOYEE-ID IS EQUAL TO BKR-RESUME-KEY
      *         THE CHANGE ALREADY ON SCREEN - KEEP LOOKING.
                CONTINUE
           WHEN OTHER
                SET PENDING-FOUND TO TRUE
                SET WS-SCAN-DONE TO TRUE
           END-EVALUATE.

       2200-RELEASE-CHANGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-RELEASE-CHANGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT BKR-CHANGE-ON-SCREEN THEN
              MOVE 'No Change On Screen - ENTER Finds The Next One!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2210-REREAD-PENDING-CHANGE.

           IF NOT PENDING-FOUND THEN
              EXIT PARAGRAPH
           END-IF.

      *    A CHANGE ON HOLD HAS BEEN RELEASED ALREADY (OR KEYED BY
      *    THE EMPLOYEE THEMSELVES) - ITS CLOCK IS NOT RESTARTED.
           IF PBK-ON-HOLD THEN
              MOVE 'No Release Needed - This Change Is Already On Hold!'
                 TO WS-MESSAGE
              EXEC CICS UNLOCK
                   FILE(APP-BANK-PENDING-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EXIT PARAGRAPH
           END-IF.

      *    THE SECOND PAIR OF HANDS MUST REALLY BE A SECOND PAIR -
      *    THE REQUESTER CANNOT RELEASE THEIR OWN CHANGE.
           IF PBK-REQUESTED-BY-USER-ID IS EQUAL TO BKR-USER-ID THEN
              MOVE 'You Keyed This Change - A Different Administrator Mu
      -           'st Release It!'
                 TO WS-MESSAGE
              EXEC CICS UNLOCK
                   FILE(APP-BANK-PENDING-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3000-START-COOLING-OFF.

           PERFORM 2100-FIND-NEXT-PENDING.

      *    THE NEXT CHANGE IS ON SCREEN, BUT THE RELEASE KEEPS ITS
      *    OWN MESSAGE (THE HOLD DATE, OR WHY NO LETTER WENT).
           MOVE WS-OUTCOME-MESSAGE TO WS-MESSAGE.

       2210-REREAD-PENDING-CHANGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2210-REREAD-PENDING-CHANGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND THE REWRITE OR DELETE HAPPEN WITHIN THIS
      *    SAME TASK, SO NO LOCK IS EVER HELD ACROSS A PSEUDO-
      *    CONVERSATIONAL SCREEN WAIT. A CHANGE NO LONGER ON FILE WAS
      *    SETTLED BY ANOTHER REVIEWER (OR APPLIED BY EPAYXP) WHILE
      *    IT SAT ON THIS SCREEN.
           INITIALIZE WS-PENDING-FOUND-FLAG.

           MOVE BKR-CURRENT-KEY TO PBK-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-BANK-PENDING-FILE-NAME)
                INTO (PENDING-BANK-RECORD)
                RIDFLD(PBK-EMPLOYEE-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET PENDING-FOUND TO TRUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Change Was Already Settled By Another Reviewer!'
                   TO WS-MESSAGE
                PERFORM 2100-FIND-NEXT-PENDING
           WHEN OTHER
                MOVE 'Error Reading Pending Bank Change!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2300-REJECT-CHANGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-REJECT-CHANGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT BKR-CHANGE-ON-SCREEN THEN
              MOVE 'No Change On Screen - ENTER Finds The Next One!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2210-REREAD-PENDING-CHANGE.

           IF NOT PENDING-FOUND THEN
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS DELETE
                FILE(APP-BANK-PENDING-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Deleting Pending Bank Change!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    THE REJECTION IS AUDITED TOO - A CHANGE THAT NEVER REACHED
      *    PAYROLL STILL SAYS WHO STOPPED IT.
           MOVE 'BANK CHANGE REJECTED' TO WS-AUDIT-FIELD-NAME.
           PERFORM 3100-WRITE-AUDIT-TRAIL.

           MOVE 'Change Rejected - Payroll Keeps The Details On File.'
              TO WS-OUTCOME-MESSAGE.

           PERFORM 2100-FIND-NEXT-PENDING.

           MOVE WS-OUTCOME-MESSAGE TO WS-MESSAGE.

       2400-DELETE-REVIEW-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-REVIEW-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-BANKRV-CONTAINER-NAME)
                CHANNEL(APP-BANKRV-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2500-SIGN-USER-OFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-SIGN-USER-OFF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    >>> CALL ACTIVITY MONITOR <<<
           SET MON-AC-SIGN-OFF TO TRUE.
           PERFORM 4200-CALL-ACTIVITY-MONITOR.
      *    >>> --------------------- <<<

           PERFORM 9200-RETURN-TO-CICS.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-START-COOLING-OFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-START-COOLING-OFF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE HOLD RUNS FROM TODAY - EPAYDTL IS STILL LEFT ALONE
      *    UNTIL EPAYXP'S FIRST RUN ON OR AFTER THE HOLD-UNTIL DATE.
           SET PBK-ON-HOLD TO TRUE.
           MOVE BKR-USER-ID TO PBK-RELEASED-BY-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-HOLD-UNTIL-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) +
              APP-BANK-HOLD-DAYS).
           MOVE WS-TODAY-NUM TO PBK-HOLD-START-DATE.
           MOVE WS-HOLD-UNTIL-NUM TO PBK-HOLD-UNTIL-DATE.

           EXEC CICS REWRITE
                FILE(APP-BANK-PENDING-FILE-NAME)
                FROM (PENDING-BANK-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Rewriting Pending Bank Change!'
                 TO WS-OUTCOME-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'BANK REQUESTED BY' TO WS-AUDIT-FIELD-NAME.
           PERFORM 3100-WRITE-AUDIT-TRAIL.

           PERFORM 3200-SEND-CONFIRMATION-LETTER.

       3100-WRITE-AUDIT-TRAIL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-WRITE-AUDIT-TRAIL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE EAUDIT ENTRY GOES UNDER THE REVIEWER'S USER ID; THE
      *    DETAIL ROW UNDERNEATH NAMES THE ORIGINAL REQUESTER, SO
      *    THE TRAIL CARRIES BOTH PAIRS OF HANDS.
           INITIALIZE AUDIT-LOG-RECORD.
           MOVE PBK-EMPLOYEE-ID TO AUD-EMPLOYEE-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-AUDIT-TIMESTAMP.
           SET AUD-ACTION-UPDATE TO TRUE.
           MOVE BKR-USER-ID TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-BANKRV-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           PERFORM 3110-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
                RIDFLD(AUD-AUDIT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           INITIALIZE AUDIT-DETAIL-RECORD.
           MOVE AUD-EMPLOYEE-ID TO ADT-EMPLOYEE-ID.
           MOVE AUD-AUDIT-TIMESTAMP TO ADT-AUDIT-TIMESTAMP.
           MOVE 1 TO ADT-FIELD-SEQ.
           MOVE WS-AUDIT-FIELD-NAME TO ADT-FIELD-NAME.
           MOVE PBK-REQUESTED-BY-USER-ID TO ADT-OLD-VALUE.
           MOVE BKR-USER-ID TO ADT-NEW-VALUE.

           PERFORM 3120-SEAL-AUDIT-DETAIL.
           EXEC CICS WRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM(AUDIT-DETAIL-RECORD)
                RIDFLD(ADT-DETAIL-KEY)
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

       3200-SEND-CONFIRMATION-LETTER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3200-SEND-CONFIRMATION-LETTER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE LETTER GOES TO THE ADDRESS ON FILE (SEE EBNKLTP). ONE
      *    THAT CANNOT BE WRITTEN LEAVES THE HOLD IN PLACE AND SAYS
      *    WHY.
           MOVE PBK-PROPOSED-PAYMENT TO PAYMENT-DETAILS-RECORD.

           INITIALIZE BANK-LETTER-COMMAREA.
           MOVE PBK-EMPLOYEE-ID TO BLT-EMPLOYEE-ID.
           MOVE PAY-BANK-CODE TO BLT-BANK-CODE.
           MOVE PAY-ACCOUNT-NUMBER(14:4) TO WS-MSK-LAST-FOUR.
           MOVE WS-MASKED-ACCOUNT TO BLT-MASKED-ACCOUNT.
           MOVE PBK-HOLD-UNTIL-DATE TO BLT-HOLD-UNTIL-DATE.

           EXEC CICS LINK
                PROGRAM(APP-BANKLTR-PROGRAM-NAME)
                COMMAREA(BANK-LETTER-COMMAREA)
                LENGTH(LENGTH OF BANK-LETTER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Warning: Confirmation Letter Not Written - Call Supp
      -           'ort!'
                 TO WS-OUTCOME-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF NOT BLT-LETTER-WRITTEN THEN
              MOVE BLT-WARNING-TEXT TO WS-OUTCOME-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE PBK-HOLD-UNTIL-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE SPACES TO WS-OUTCOME-MESSAGE.
           STRING 'Change Released - On Hold Until '
                  WS-OUTPUT-DATE
                  ', Confirmation Letter Sent!'
              DELIMITED BY SIZE
              INTO WS-OUTCOME-MESSAGE
           END-STRING.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4000-CHECK-USER-STATUS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4000-CHECK-USER-STATUS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CHECK IF THE USER IS ALREADY SIGNED ON TO THE ACTIVITY
           PERFORM 4100-GET-MONITOR-CONTAINER.

      *    IF THE USER IS SIGNED ON, CHECK IF SESSION IS STILL ACTIVE.
           SET MON-AC-APP-FUNCTION TO TRUE.
           PERFORM 4200-CALL-ACTIVITY-MONITOR.

      *    AN IDLE SESSION IS ENDED BY THE ACTIVITY MONITOR ITSELF, AND
      *    A PROCESSING ERROR MEANS IT COULDN'T STAND BEHIND THE
      *    STATUS IT GAVE US - GO NO FURTHER IN EITHER CASE.
           IF MON-ST-SESSION-EXPIRED OR MON-PROCESSING-ERROR THEN
              PERFORM 4400-END-EXPIRED-SESSION
           END-IF.

       4100-GET-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4100-GET-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS GET
                CONTAINER(APP-ACTMON-CONTAINER-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                INTO (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(CHANNELERR)
           WHEN DFHRESP(CONTAINERERR)
                MOVE 'No Activity Monitor Data Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Getting Activity Monitor!' TO WS-MESSAGE
           END-EVALUATE.

       4200-CALL-ACTIVITY-MONITOR.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4200-CALL-ACTIVITY-MONITOR' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    PUT CONTAINER AND LINK TO ACTIVITY MONITOR PROGRAM
           MOVE APP-BANKRV-PROGRAM-NAME TO MON-LINKING-PROGRAM.
           INITIALIZE MON-RESPONSE.

           PERFORM 4300-PUT-MONITOR-CONTAINER.

           EXEC CICS LINK
                PROGRAM(APP-ACTMON-PROGRAM-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                TRANSID(EIBTRNID)
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
           WHEN OTHER
                MOVE 'Error Linking to Activity Monitor!'
                   TO WS-MESSAGE
           END-EVALUATE.

       4300-PUT-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4300-PUT-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-ACTMON-CONTAINER-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                FROM (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Activity Monitor!' TO WS-MESSAGE
           END-EVALUATE.

       4400-END-EXPIRED-SESSION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4400-END-EXPIRED-SESSION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS SEND TEXT
                FROM (MON-MESSAGE)
                LENGTH (LENGTH OF MON-MESSAGE)
                ERASE
                FREEKB
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-SEND-MAP-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9000-SEND-MAP-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 9100-POPULATE-MAP.
           PERFORM 9150-PUT-REVIEW-CONTAINER.

           EXEC CICS SEND
                MAP(APP-BANKRV-MAP-NAME)
                MAPSET(APP-BANKRV-MAPSET-NAME)
                FROM (EBKRMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-BANKRV-CHANNEL-NAME)
                TRANSID(APP-BANKRV-TRANSACTION-ID)
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

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF BKR-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE BKR-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF BKR-CHANGE-ON-SCREEN THEN
              PERFORM 9120-SHOW-CURRENT-CHANGE
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:7) IS EQUAL TO 'Pending'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:6) IS EQUAL TO 'Change'
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
                MOVE DFHRED TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9120-SHOW-CURRENT-CHANGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9120-SHOW-CURRENT-CHANGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SCAN LEFT THE CURRENT CHANGE IN PENDING-BANK-RECORD,
      *    BUT A FRESH TASK NEEDS IT RE-READ FROM THE SAVED KEY.
           MOVE BKR-CURRENT-KEY TO PBK-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-BANK-PENDING-FILE-NAME)
                INTO (PENDING-BANK-RECORD)
                RIDFLD(PBK-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE PBK-EMPLOYEE-ID TO EMPLIDO.

           MOVE PBK-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE EMP-PRIMARY-NAME TO PRNAMEO
           END-IF.

           MOVE PBK-PROPOSED-PAYMENT TO PAYMENT-DETAILS-RECORD.
           MOVE PAY-BANK-CODE TO NEWBNKO.
           MOVE PAY-ACCOUNT-NUMBER(14:4) TO WS-MSK-LAST-FOUR.
           MOVE WS-MASKED-ACCOUNT TO NEWACCO.
           MOVE PAY-PAYMENT-METHOD TO NEWMTHO.

           MOVE PBK-REQUESTED-BY-USER-ID TO REQBYO.

           MOVE PBK-ENTRY-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO REQDTEO.

           IF PBK-ON-HOLD THEN
              MOVE 'ON HOLD - LETTER SENT' TO STATUSO
              MOVE PBK-HOLD-UNTIL-DATE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO HOLDTOO
           ELSE
              MOVE 'AWAITING SECOND-ADMIN RELEASE' TO STATUSO
           END-IF.

           PERFORM 9130-SHOW-CURRENT-DETAILS.

       9130-SHOW-CURRENT-DETAILS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9130-SHOW-CURRENT-DETAILS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE DETAILS PAYROLL PAYS TODAY - THE FIGURES THE REVIEWER
      *    IS COMPARING AGAINST.
           MOVE 'NONE' TO CURBNKO.
           MOVE PBK-EMPLOYEE-ID TO PAY-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-PAYMENT-DETAIL-FILE-NAME)
                INTO (PAYMENT-DETAILS-RECORD)
                RIDFLD(PAY-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE PAY-BANK-CODE TO CURBNKO
              MOVE PAY-ACCOUNT-NUMBER(14:4) TO WS-MSK-LAST-FOUR
              MOVE WS-MASKED-ACCOUNT TO CURACCO
              MOVE PAY-PAYMENT-METHOD TO CURMTHO
           END-IF.

       9150-PUT-REVIEW-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-REVIEW-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-BANKRV-CONTAINER-NAME)
                CHANNEL(APP-BANKRV-CHANNEL-NAME)
                FROM (BANK-REVIEW-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Bank Review Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

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


       8500-CHECK-PERMISSION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '8500-CHECK-PERMISSION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CALLERS SET WS-PERM-FUNCTION AND WS-PERM-USER-TYPE. A
      *    MATRIX ROW SETTLES IT; NO ROW LEAVES THE LEGACY RULE IN
      *    CHARGE AT THE CALL SITE.
           MOVE SPACE TO WS-PERM-RESULT.
           MOVE WS-PERM-USER-TYPE TO PRM-USER-TYPE.
           MOVE WS-PERM-FUNCTION TO PRM-FUNCTION-CODE.

           EXEC CICS READ
                FILE(APP-PERM-MATRIX-FILE-NAME)
                INTO (PERMISSION-MATRIX-RECORD)
                RIDFLD(PRM-PERM-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              IF PRM-ALLOW-YES
                 SET WS-PERM-ALLOWED TO TRUE
              ELSE
                 SET WS-PERM-DENIED TO TRUE
              END-IF
           END-IF.

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
