       IDENTIFICATION DIVISION.
       PROGRAM-ID. EOTAPP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'OVERTIME CLAIM APPROVAL' PROGRAM.
      *      - WALKS THE PENDING ('P') CLAIMS ON THE EOTCLM FILE ONE
      *        AT A TIME FOR A MANAGER OR ADMINISTRATOR TO DECIDE:
      *        PF3=APPROVE, PF5=REJECT, PF8=SKIP TO THE NEXT ONE,
      *        PF9=RESTART THE SCAN FROM THE TOP - SAME WALK ELVAPP
      *        GIVES LEAVE REQUESTS.
      *      - APPROVING A PAY ('P') CLAIM JUST MARKS IT APPROVED;
      *        EPAYXP PICKS IT UP FOR THE PAYROLL FEED. APPROVING A
      *        TIME-OFF-IN-LIEU ('T') CLAIM ALSO BANKS THE HOURS ON
      *        THE EMPLOYEE'S ETOILB BALANCE, CREATING IT ON THEIR
      *        FIRST TOIL CLAIM. A REJECTION JUST CLOSES THE CLAIM.
      *        EITHER WAY THE CLAIM STAYS ON FILE, STAMPED WITH WHO
      *        DECIDED IT AND WHEN.
      *      - THE CLAIM IS RE-READ FOR UPDATE AT DECISION TIME AND
      *        MUST STILL BE PENDING - TWO REVIEWERS RACING ON THE
      *        SAME CLAIM CANNOT BANK THE HOURS TWICE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - OVERTIME APPROVAL MAPSET.
      *      - OVERTIME APPROVAL CONTAINER.
      *      - OVERTIME CLAIM RECORD.
      *      - TOIL BALANCE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - PERMISSION MATRIX RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EOTAMAP.
       COPY EOTACTR.
       COPY EOTCLM.
       COPY ETOILB.
       COPY EMPMAST.
       COPY EAUDIT.
       COPY EAUDDTL.
       COPY EAUDCCA.
       COPY EMONCTR.
       COPY EPERMTX.
       COPY DEPTMAST.
       COPY EREGUSR.
       COPY EDELEG.
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
       01 WS-TOIL-FOUND-FLAG        PIC X(1)  VALUE SPACES.
          88 TOIL-BALANCE-FOUND               VALUE 'Y'.
      *
       01 WS-TOIL-REMAINING         PIC S9(4)V9 USAGE COMP
                                              VALUE ZEROES.
       01 WS-TOIL-DISPLAY           PIC ZZZ9.9-.
       01 WS-HOURS-EDIT             PIC Z9.9.
      *
       01 WS-TOIL-TEXT.
          05 WS-TOIL-HOURS          PIC ZZZ9.9-.
          05 FILLER                 PIC X(13) VALUE ' hr in lieu'.
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
      *
      *    DEPARTMENT-SCOPED MANAGER AUTHORITY (SEE DEPTMAST) - THE
      *    SIGNED-ON MANAGER'S RU-EMPLOYEE-ID IS MATCHED AGAINST
      *    DEPT-MANAGER-EMPLOYEE-ID UP THE TARGET DEPARTMENT'S
      *    PARENT CHAIN, SO A DIVISION MANAGER COVERS THE CHILD
      *    DEPARTMENTS TOO. ADMINISTRATORS NEVER REACH THE CHECK.
       01 WS-SCOPE-USER-ID          PIC X(8)  VALUE SPACES.
       01 WS-SCOPE-TARGET-DEPT     PIC 9(8)  VALUE ZEROES.
       01 WS-SCOPE-MANAGER-EMP     PIC 9(8)  VALUE ZEROES.
       01 WS-SCOPE-WALK-DEPT       PIC 9(8)  VALUE ZEROES.
       01 WS-SCOPE-DEPTH           PIC S9(4) USAGE IS BINARY.
       01 WS-SCOPE-FLAG            PIC X(1)  VALUE SPACES.
          88 WS-MANAGER-IN-SCOPE             VALUE 'Y'.
       01 WS-SCOPE-WALK-SWITCH     PIC X(1)  VALUE SPACES.
          88 WS-SCOPE-WALK-DONE              VALUE 'Y'.
      *
      *    DELEGATION SUPPORT (SEE EDELEG.CPY) - WHEN THE DIRECT
      *    SCOPE WALK FAILS, IN-FORCE DELEGATIONS NAMING THIS USER
      *    AS DELEGATE ARE TRIED WITH THE DELEGATOR'S SCOPE; A GRANT
      *    REMEMBERS WHOSE BEHALF IT WAS ON FOR THE AUDIT TRAIL.
       01 WS-SCOPE-DELEGATOR-ID    PIC X(8)  VALUE SPACES.
       01 WS-SCOPE-VIA-FLAG        PIC X(1)  VALUE SPACES.
          88 WS-SCOPE-VIA-DELEGATE           VALUE 'Y'.
       01 WS-DLG-SCAN-SWITCH       PIC X(1)  VALUE SPACES.
          88 WS-DLG-SCAN-DONE                VALUE 'Y'.
       01 WS-SCOPE-TODAY           PIC X(8)  VALUE SPACES.
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
                CONTAINER(APP-OTAPPR-CONTAINER-NAME)
                CHANNEL(APP-OTAPPR-CHANNEL-NAME)
                INTO (OVERTIME-APPROVAL-CONTAINER)
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
                MOVE 'Error Retrieving Overtime Approval Container!'
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

           MOVE MON-USER-ID TO OTA-USER-ID.
           MOVE MON-USER-CATEGORY TO OTA-USER-CATEGORY.

      *    ONLY ADMINISTRATORS AND MANAGERS REVIEW OVERTIME CLAIMS -
      *    SAME ROLE GATE ELVAPP APPLIES TO LEAVE REQUESTS.
           MOVE 'OTAPPRV' TO WS-PERM-FUNCTION.
           MOVE OTA-USER-CATEGORY TO WS-PERM-USER-TYPE.
           PERFORM 8500-CHECK-PERMISSION.

           IF WS-PERM-DENIED OR (WS-PERM-USE-LEGACY AND
              NOT OTA-UC-ADMINISTRATOR AND NOT OTA-UC-MANAGER)
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
           INITIALIZE OVERTIME-APPROVAL-CONTAINER.
           INITIALIZE OVERTIME-CLAIM-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EOTAMO.

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
                MAP(APP-OTAPPR-MAP-NAME)
                MAPSET(APP-OTAPPR-MAPSET-NAME)
                INTO (EOTAMI)
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
                PERFORM 2200-APPROVE-CLAIM
           WHEN DFHPF5
                PERFORM 2300-REJECT-CLAIM
           WHEN DFHPF9
      *         RESTART THE SCAN FROM THE TOP OF THE FILE.
                INITIALIZE OTA-RESUME-KEY
                PERFORM 2100-FIND-NEXT-PENDING
           WHEN DFHPF10
                PERFORM 2500-SIGN-USER-OFF
           WHEN DFHPF12
                PERFORM 2400-DELETE-APPROVAL-CONTAINER
                PERFORM 9200-RETURN-TO-CICS
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

       2100-FIND-NEXT-PENDING.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-FIND-NEXT-PENDING' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SCAN RESUMES FROM THE LAST CLAIM SHOWN (GTEQ FROM ITS
      *    KEY, SKIPPING THE KEY ITSELF), SO PF8 WALKS THE FILE
      *    WITHOUT EVER SHOWING THE SAME CLAIM TWICE IN ONE PASS.
           MOVE SPACE TO WS-SCAN-SWITCH.
           INITIALIZE WS-PENDING-FOUND-FLAG.

           MOVE OTA-RESUME-KEY TO OTC-CLAIM-KEY.

           EXEC CICS STARTBR
                FILE(APP-OVERTIME-CLAIM-FILE-NAME)
                RIDFLD(OTC-CLAIM-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2110-SCAN-NEXT-CLAIM
                 UNTIL WS-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-OVERTIME-CLAIM-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF PENDING-FOUND
              SET OTA-CLAIM-ON-SCREEN TO TRUE
              MOVE OTC-CLAIM-KEY TO OTA-CURRENT-KEY
              MOVE OTC-CLAIM-KEY TO OTA-RESUME-KEY
              MOVE 'Pending Claim - PF3=Approve PF5=Reject PF8=Skip PF9=
      -           'Top PF12=Exit.'
                 TO WS-MESSAGE
           ELSE
              SET OTA-NOT-SET TO TRUE
              INITIALIZE OTA-CURRENT-KEY
              INITIALIZE OTA-RESUME-KEY
              INITIALIZE EOTAMO
              MOVE 'No More Pending Claims - PF9=Rescan or PF12=Exit.'
                 TO WS-MESSAGE
           END-IF.

       2110-SCAN-NEXT-CLAIM.
           EXEC CICS READNEXT
                FILE(APP-OVERTIME-CLAIM-FILE-NAME)
                RIDFLD(OTC-CLAIM-KEY)
                INTO (OVERTIME-CLAIM-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-SCAN-DONE TO TRUE
           WHEN OTC-CLAIM-KEY IS EQUAL TO OTA-RESUME-KEY
      *         THE CLAIM ALREADY ON SCREEN - KEEP LOOKING.
                CONTINUE
           WHEN OTC-ST-PENDING
                SET PENDING-FOUND TO TRUE
                SET WS-SCAN-DONE TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2200-APPROVE-CLAIM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-APPROVE-CLAIM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT OTA-CLAIM-ON-SCREEN THEN
              MOVE 'No Claim On Screen - ENTER Finds The Next One!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2210-REREAD-PENDING-CLAIM.

           IF NOT PENDING-FOUND THEN
              EXIT PARAGRAPH
           END-IF.

      *    A MANAGER'S AUTHORITY STOPS AT THE DEPARTMENTS THEY
      *    ACTUALLY MANAGE - ADMINISTRATORS KEEP GLOBAL REACH.
           IF OTA-UC-MANAGER
              PERFORM 2230-CHECK-CLAIM-IN-SCOPE
              IF NOT WS-MANAGER-IN-SCOPE
                 MOVE 'Access Denied - Employee Is Outside The Departmen
      -              'ts You Manage!'
                    TO WS-MESSAGE
                 EXEC CICS UNLOCK
                      FILE(APP-OVERTIME-CLAIM-FILE-NAME)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      *    A TIME-OFF-IN-LIEU CLAIM IS BANKED BEFORE THE CLAIM IS
      *    MARKED APPROVED - IF THE BALANCE CAN'T BE UPDATED THE
      *    CLAIM STAYS PENDING FOR ANOTHER TRY. A PAY CLAIM HAS
      *    NOTHING TO BANK; THE PAYROLL FEED TAKES IT FROM HERE.
           MOVE 'Claim Approved - Overtime Goes To Payroll!'
              TO WS-MESSAGE.

           IF OTC-COMP-TOIL
              PERFORM 3000-CREDIT-TOIL-BALANCE
              IF NOT TOIL-BALANCE-FOUND
                 EXEC CICS UNLOCK
                      FILE(APP-OVERTIME-CLAIM-FILE-NAME)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      *    AN APPROVAL TAKEN UNDER A DELEGATION NAMES BOTH USERS ON
      *    THE AUDIT TRAIL - WHO REALLY APPROVED, AND ON WHOSE
      *    BEHALF.
           IF WS-SCOPE-VIA-DELEGATE
              PERFORM 3300-WRITE-DELEGATION-AUDIT
           END-IF.

           SET OTC-ST-APPROVED TO TRUE.
           MOVE OTA-USER-ID TO OTC-DECIDED-BY-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OTC-DECIDED-TIMESTAMP.

           PERFORM 2220-REWRITE-CLAIM-RECORD.

           PERFORM 2100-FIND-NEXT-PENDING.

       2210-REREAD-PENDING-CLAIM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2210-REREAD-PENDING-CLAIM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN
      *    WAIT. A CLAIM THAT IS NO LONGER PENDING WAS SETTLED BY
      *    ANOTHER REVIEWER WHILE IT SAT ON THIS SCREEN.
           INITIALIZE WS-PENDING-FOUND-FLAG.

           MOVE OTA-CURRENT-KEY TO OTC-CLAIM-KEY.

           EXEC CICS READ
                FILE(APP-OVERTIME-CLAIM-FILE-NAME)
                INTO (OVERTIME-CLAIM-RECORD)
                RIDFLD(OTC-CLAIM-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE 'Error Reading Overtime Claim Record!'
                   TO WS-MESSAGE
           WHEN NOT OTC-ST-PENDING
                MOVE 'Claim Was Already Decided By Another Reviewer!'
                   TO WS-MESSAGE
                EXEC CICS UNLOCK
                     FILE(APP-OVERTIME-CLAIM-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
                PERFORM 2100-FIND-NEXT-PENDING
           WHEN OTHER
                SET PENDING-FOUND TO TRUE
           END-EVALUATE.

       2220-REWRITE-CLAIM-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2220-REWRITE-CLAIM-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS REWRITE
                FILE(APP-OVERTIME-CLAIM-FILE-NAME)
                FROM (OVERTIME-CLAIM-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Error Rewriting Overtime Claim Record!'
                 TO WS-MESSAGE
           END-IF.

       2230-CHECK-CLAIM-IN-SCOPE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2230-CHECK-CLAIM-IN-SCOPE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE CLAIMING EMPLOYEE'S HOME DEPARTMENT DECIDES THE SCOPE.
           INITIALIZE WS-SCOPE-FLAG.

           MOVE OTC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

           MOVE OTA-USER-ID TO WS-SCOPE-USER-ID.
           MOVE EMP-DEPARTMENT-ID TO WS-SCOPE-TARGET-DEPT.
           PERFORM 8600-CHECK-MANAGER-SCOPE.

       2300-REJECT-CLAIM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-REJECT-CLAIM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT OTA-CLAIM-ON-SCREEN THEN
              MOVE 'No Claim On Screen - ENTER Finds The Next One!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2210-REREAD-PENDING-CLAIM.

           IF NOT PENDING-FOUND THEN
              EXIT PARAGRAPH
           END-IF.

      *    SAME DEPARTMENT-SCOPE RULE AS THE APPROVE PATH.
           IF OTA-UC-MANAGER
              PERFORM 2230-CHECK-CLAIM-IN-SCOPE
              IF NOT WS-MANAGER-IN-SCOPE
                 MOVE 'Access Denied - Employee Is Outside The Departmen
      -              'ts You Manage!'
                    TO WS-MESSAGE
                 EXEC CICS UNLOCK
                      FILE(APP-OVERTIME-CLAIM-FILE-NAME)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           SET OTC-ST-REJECTED TO TRUE.
           MOVE OTA-USER-ID TO OTC-DECIDED-BY-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OTC-DECIDED-TIMESTAMP.

           PERFORM 2220-REWRITE-CLAIM-RECORD.

           MOVE 'Claim Rejected.' TO WS-MESSAGE.

           PERFORM 2100-FIND-NEXT-PENDING.

       2400-DELETE-APPROVAL-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-APPROVAL-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-OTAPPR-CONTAINER-NAME)
                CHANNEL(APP-OTAPPR-CHANNEL-NAME)
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

       3000-CREDIT-TOIL-BALANCE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-CREDIT-TOIL-BALANCE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE HOURS ARE BANKED ONE-FOR-ONE. THE EMPLOYEE'S FIRST
      *    APPROVED TOIL CLAIM STARTS THEIR BALANCE RECORD. THE FLAG
      *    IS LEFT SET ONLY WHEN THE BALANCE WAS ACTUALLY SAVED.
           INITIALIZE WS-TOIL-FOUND-FLAG.

           MOVE OTC-EMPLOYEE-ID TO TLB-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-TOIL-BALANCE-FILE-NAME)
                INTO (TOIL-BALANCE-RECORD)
                RIDFLD(TLB-EMPLOYEE-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              SET TOIL-BALANCE-FOUND TO TRUE
           ELSE
              INITIALIZE TOIL-BALANCE-RECORD
              MOVE OTC-EMPLOYEE-ID TO TLB-EMPLOYEE-ID
              MOVE ZEROES TO TLB-HOURS-EARNED
              MOVE ZEROES TO TLB-HOURS-TAKEN
           END-IF.

           ADD OTC-HOURS-CLAIMED TO TLB-HOURS-EARNED.
           MOVE OTA-USER-ID TO TLB-LAST-UPDATED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TLB-LAST-UPDATED-DATE.

           IF TOIL-BALANCE-FOUND THEN
              EXEC CICS REWRITE
                   FILE(APP-TOIL-BALANCE-FILE-NAME)
                   FROM (TOIL-BALANCE-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE(APP-TOIL-BALANCE-FILE-NAME)
                   FROM (TOIL-BALANCE-RECORD)
                   RIDFLD(TLB-EMPLOYEE-ID)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              SET TOIL-BALANCE-FOUND TO TRUE
              COMPUTE WS-TOIL-REMAINING =
                 TLB-HOURS-EARNED - TLB-HOURS-TAKEN
              MOVE WS-TOIL-REMAINING TO WS-TOIL-DISPLAY
              STRING 'Claim Approved - '
                     FUNCTION TRIM(WS-TOIL-DISPLAY)
                     ' Hour(s) Of Time Off In Lieu Now Banked.'
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
           ELSE
              INITIALIZE WS-TOIL-FOUND-FLAG
              MOVE 'Error Updating TOIL Balance - Claim Left Pending!'
                 TO WS-MESSAGE
           END-IF.

       3300-WRITE-DELEGATION-AUDIT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3300-WRITE-DELEGATION-AUDIT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE AUDIT-LOG-RECORD.
           MOVE OTC-EMPLOYEE-ID TO AUD-EMPLOYEE-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-AUDIT-TIMESTAMP.
           SET AUD-ACTION-UPDATE TO TRUE.
           MOVE OTA-USER-ID TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-OTAPPR-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           PERFORM 3310-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
                RIDFLD(AUD-AUDIT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           INITIALIZE AUDIT-DETAIL-RECORD.
           MOVE AUD-EMPLOYEE-ID TO ADT-EMPLOYEE-ID.
           MOVE AUD-AUDIT-TIMESTAMP TO ADT-AUDIT-TIMESTAMP.
           MOVE 99 TO ADT-FIELD-SEQ.
           MOVE 'APPROVED ON BEHALF' TO ADT-FIELD-NAME.
           MOVE WS-SCOPE-DELEGATOR-ID TO ADT-OLD-VALUE.
           MOVE OTA-USER-ID TO ADT-NEW-VALUE.

           PERFORM 3320-SEAL-AUDIT-DETAIL.
           EXEC CICS WRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM(AUDIT-DETAIL-RECORD)
                RIDFLD(ADT-DETAIL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3310-SEAL-AUDIT-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3310-SEAL-AUDIT-ENTRY' TO WS-DEBUG-AID.
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

       3320-SEAL-AUDIT-DETAIL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3320-SEAL-AUDIT-DETAIL' TO WS-DEBUG-AID.
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
           MOVE APP-OTAPPR-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-SEND-MAP-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9000-SEND-MAP-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 9100-POPULATE-MAP.
           PERFORM 9150-PUT-APPROVAL-CONTAINER.

           EXEC CICS SEND
                MAP(APP-OTAPPR-MAP-NAME)
                MAPSET(APP-OTAPPR-MAPSET-NAME)
                FROM (EOTAMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-OTAPPR-CHANNEL-NAME)
                TRANSID(APP-OTAPPR-TRANSACTION-ID)
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

           IF OTA-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE OTA-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF OTA-CLAIM-ON-SCREEN THEN
              PERFORM 9120-SHOW-CURRENT-CLAIM
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:7) IS EQUAL TO 'Pending'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Claim'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
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

       9120-SHOW-CURRENT-CLAIM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9120-SHOW-CURRENT-CLAIM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SCAN LEFT THE CURRENT CLAIM IN OVERTIME-CLAIM-RECORD,
      *    BUT A FRESH TASK NEEDS IT RE-READ FROM THE SAVED KEY.
           MOVE OTA-CURRENT-KEY TO OTC-CLAIM-KEY.

           EXEC CICS READ
                FILE(APP-OVERTIME-CLAIM-FILE-NAME)
                INTO (OVERTIME-CLAIM-RECORD)
                RIDFLD(OTC-CLAIM-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE OTC-EMPLOYEE-ID TO EMPLIDO.

           MOVE OTC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE EMP-PRIMARY-NAME TO PRNAMEO
           END-IF.

           IF OTC-WORKED-DATE IS NOT EQUAL TO SPACES THEN
              MOVE OTC-WORKED-DATE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO OTDATEO
           END-IF.

           MOVE OTC-HOURS-CLAIMED TO WS-HOURS-EDIT.
           MOVE WS-HOURS-EDIT TO OTHRSO.

           MOVE OTC-COMPENSATION TO OTCOMPO.

           MOVE OTC-CLAIMED-BY-USER-ID TO REQBYO.

           IF OTC-ENTRY-DATE IS NOT EQUAL TO SPACES THEN
              MOVE OTC-ENTRY-DATE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO REQDTO
           END-IF.

           PERFORM 9130-SHOW-TOIL-BALANCE.

       9130-SHOW-TOIL-BALANCE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9130-SHOW-TOIL-BALANCE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE HOURS THE EMPLOYEE ALREADY HAS BANKED - 'NO TOIL
      *    BANKED' SIMPLY MEANS NO TOIL CLAIM HAS BEEN APPROVED YET.
           MOVE 'No TOIL Banked' TO TOILBLO.

           MOVE OTC-EMPLOYEE-ID TO TLB-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-TOIL-BALANCE-FILE-NAME)
                INTO (TOIL-BALANCE-RECORD)
                RIDFLD(TLB-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              COMPUTE WS-TOIL-REMAINING =
                 TLB-HOURS-EARNED - TLB-HOURS-TAKEN
              MOVE WS-TOIL-REMAINING TO WS-TOIL-HOURS
              MOVE WS-TOIL-TEXT TO TOILBLO
           END-IF.

       9150-PUT-APPROVAL-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-APPROVAL-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-OTAPPR-CONTAINER-NAME)
                CHANNEL(APP-OTAPPR-CHANNEL-NAME)
                FROM (OVERTIME-APPROVAL-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Overtime Approval Container!'
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


       8600-CHECK-MANAGER-SCOPE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '8600-CHECK-MANAGER-SCOPE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CALLERS SET WS-SCOPE-USER-ID AND WS-SCOPE-TARGET-DEPT.
      *    THE SIGN-ON'S EMPLOYEE LINK NAMES THE MANAGER; THE TARGET
      *    DEPARTMENT'S PARENT CHAIN IS WALKED UPWARDS AND ANY
      *    MANAGED ANCESTOR GRANTS SCOPE. NO LINK, OR NO MATCH, IS
      *    OUT OF SCOPE.
           INITIALIZE WS-SCOPE-FLAG.
           INITIALIZE WS-SCOPE-VIA-FLAG.
           MOVE SPACES TO WS-SCOPE-DELEGATOR-ID.
           MOVE ZEROES TO WS-SCOPE-MANAGER-EMP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SCOPE-TODAY.

           MOVE WS-SCOPE-USER-ID TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILE-NAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              RU-EMPLOYEE-ID IS EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           MOVE RU-EMPLOYEE-ID TO WS-SCOPE-MANAGER-EMP.

           MOVE WS-SCOPE-TARGET-DEPT TO WS-SCOPE-WALK-DEPT.
           MOVE ZERO TO WS-SCOPE-DEPTH.
           MOVE SPACE TO WS-SCOPE-WALK-SWITCH.

           PERFORM 8610-WALK-ONE-ANCESTOR
              UNTIL WS-SCOPE-WALK-DONE OR WS-MANAGER-IN-SCOPE.

      *    NO DIRECT SCOPE - AN IN-FORCE DELEGATION NAMING THIS USER
      *    AS DELEGATE MAY STILL GRANT IT ON THE DELEGATOR'S BEHALF.
           IF NOT WS-MANAGER-IN-SCOPE
              PERFORM 8620-TRY-DELEGATIONS
           END-IF.

       8610-WALK-ONE-ANCESTOR.
           ADD 1 TO WS-SCOPE-DEPTH.

      *    A DEPTH CAP KEEPS A MIS-KEYED PARENT CYCLE FROM LOOPING
      *    THE TASK FOREVER.
           IF WS-SCOPE-DEPTH IS GREATER THAN 10 OR
              WS-SCOPE-WALK-DEPT IS EQUAL TO ZERO
              SET WS-SCOPE-WALK-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-SCOPE-WALK-DEPT TO DEPT-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-MASTER-FILE-NAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-SCOPE-WALK-DONE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF DEPT-MANAGER-EMPLOYEE-ID IS EQUAL TO
              WS-SCOPE-MANAGER-EMP
              SET WS-MANAGER-IN-SCOPE TO TRUE
           ELSE
              MOVE DEPT-PARENT-DEPARTMENT-ID TO WS-SCOPE-WALK-DEPT
           END-IF.


       8620-TRY-DELEGATIONS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '8620-TRY-DELEGATIONS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE DELEGATION FILE IS KEYED DELEGATOR-FIRST, SO FINDING
      *    THIS USER'S DELEGATIONS MEANS A SCAN - THE FILE IS TINY.
           MOVE SPACE TO WS-DLG-SCAN-SWITCH.

           INITIALIZE DELEGATION-RECORD.

           EXEC CICS STARTBR
                FILE(APP-DELEGATION-FILE-NAME)
                RIDFLD(DLG-DELEGATION-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 8630-TRY-ONE-DELEGATION
                 UNTIL WS-DLG-SCAN-DONE OR WS-MANAGER-IN-SCOPE

              EXEC CICS ENDBR
                   FILE(APP-DELEGATION-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8630-TRY-ONE-DELEGATION.
           EXEC CICS READNEXT
                FILE(APP-DELEGATION-FILE-NAME)
                RIDFLD(DLG-DELEGATION-KEY)
                INTO (DELEGATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-DLG-SCAN-DONE TO TRUE
           WHEN DLG-DELEGATE-USER-ID IS NOT EQUAL TO
                WS-SCOPE-USER-ID
                CONTINUE
           WHEN DLG-START-DATE IS GREATER THAN WS-SCOPE-TODAY
                CONTINUE
           WHEN DLG-END-DATE IS LESS THAN WS-SCOPE-TODAY
                CONTINUE
           WHEN OTHER
                PERFORM 8640-WALK-AS-DELEGATOR
           END-EVALUATE.

       8640-WALK-AS-DELEGATOR.
      *    RE-RUN THE ANCESTOR WALK WITH THE DELEGATOR'S EMPLOYEE
      *    LINK IN PLACE OF THE CALLER'S.
           MOVE DLG-DELEGATOR-USER-ID TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILE-NAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              RU-EMPLOYEE-ID IS EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           MOVE RU-EMPLOYEE-ID TO WS-SCOPE-MANAGER-EMP.

           MOVE WS-SCOPE-TARGET-DEPT TO WS-SCOPE-WALK-DEPT.
           MOVE ZERO TO WS-SCOPE-DEPTH.
           MOVE SPACE TO WS-SCOPE-WALK-SWITCH.

           PERFORM 8610-WALK-ONE-ANCESTOR
              UNTIL WS-SCOPE-WALK-DONE OR WS-MANAGER-IN-SCOPE.

           IF WS-MANAGER-IN-SCOPE
              SET WS-SCOPE-VIA-DELEGATE TO TRUE
              MOVE DLG-DELEGATOR-USER-ID TO WS-SCOPE-DELEGATOR-ID
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
