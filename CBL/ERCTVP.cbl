       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERCTVP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'ACCESS RECERTIFICATION REVIEW' PROGRAM.
      *      - LOCATES A SIGN-ON'S REVIEW ITEM (SEE EACCREC.CPY) IN A
      *        QUARTER'S CAMPAIGN - THE CURRENT QUARTER UNLESS ANOTHER
      *        CAMPAIGN ID IS KEYED - AS OPENED BY ERCTCP, AND RECORDS
      *        THE REVIEWER'S DECISION:
      *          K=KEEP      - THE ACCESS STAYS AS IT IS.
      *          D=DOWNGRADE - TO THE USER TYPE KEYED, OR ONE STEP DOWN
      *                        (ADM TO MGR, MGR TO STD) WHEN NONE IS.
      *          R=REVOKE    - THE ACCOUNT IS SET INACTIVE.
      *        A DOWNGRADE OR REVOKE IS APPLIED TO EREGUSR IN THE SAME
      *        TASK THAT CLOSES THE ITEM, SO THE DECISION ON FILE AND
      *        THE ACCESS ON FILE NEVER DISAGREE.
      *      - ADMINISTRATORS AND MANAGERS ONLY (PERMISSION 'ACCRECRT'
      *        ON THE EPERMTX MATRIX). AN ADMINISTRATOR MAY DECIDE ANY
      *        ITEM; ANYONE ELSE ONLY AN ITEM ROUTED TO A MANAGER WHOSE
      *        DEPARTMENT IS IN THEIR SCOPE - DIRECTLY, BY THE DEPTMAST
      *        PARENT CHAIN, OR ON BEHALF OF AN IN-FORCE EDELEG
      *        DELEGATOR, WHO IS THEN STAMPED ON THE ITEM ALONGSIDE THE
      *        DELEGATE. ITEMS FOR THE SECURITY ADMINISTRATOR NEED AN
      *        ADMINISTRATOR, AND NOBODY DECIDES THEIR OWN ACCOUNT.
      *      - THE ITEM IS RE-READ FOR UPDATE AT SAVE TIME AND MUST
      *        STILL BE OPEN - TWO REVIEWERS CANNOT BOTH DECIDE IT.
      *      - ITEMS STILL OPEN AT THE DEADLINE ARE ESCALATED BY THE
      *        ERCTXP REPORT.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - ACCESS RECERTIFICATION REVIEW MAPSET.
      *      - ACCESS RECERTIFICATION REVIEW CONTAINER.
      *      - ACCESS RECERTIFICATION ITEM RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - PERMISSION MATRIX RECORD.
      *      - DEPARTMENT, REGISTERED USER AND DELEGATION RECORDS.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ERCTMAP.
       COPY ERCTCTR.
       COPY EACCREC.
       COPY EMPMAST.
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
       01 WS-VALIDATION-FLAG        PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED                VALUE 'Y'.
          88 VALIDATION-FAILED                VALUE SPACES.
      *
      *    THE CURRENT QUARTER'S CAMPAIGN ID (YYYYQN), BUILT THE SAME
      *    WAY ERCTCP BUILDS IT, FOR WHEN NO CAMPAIGN IS KEYED.
       01 WS-TODAY                  PIC X(8)  VALUE SPACES.
       01 WS-TODAY-MONTH            PIC 9(2)  VALUE ZEROES.
       01 WS-CURRENT-CAMPAIGN.
          05 WS-CURRENT-YEAR        PIC X(4)  VALUE SPACES.
          05 FILLER                 PIC X(1)  VALUE 'Q'.
          05 WS-CURRENT-QUARTER     PIC 9(1)  VALUE ZERO.
      *
      *    THE DECISION AS ENTERED, HELD WHILE THE ITEM IS RE-READ
      *    FOR UPDATE AT SAVE TIME.
       01 WS-ENTERED-DECISION.
          05 WS-ENT-DECISION        PIC X(1)  VALUE SPACES.
          05 WS-ENT-NEW-USER-TYPE   PIC X(3)  VALUE SPACES.
          05 WS-ENT-COMMENT         PIC X(40) VALUE SPACES.
      *
      *    USER TYPES RANKED SO 'LOWER' MEANS LESS ACCESS: STD 1,
      *    MGR 2, ADM 3, ANYTHING ELSE 0.
       01 WS-RANK-USER-TYPE         PIC X(3)  VALUE SPACES.
          88 WS-RANK-IS-ADMINISTRATOR         VALUE 'ADM'.
          88 WS-RANK-IS-MANAGER               VALUE 'MGR'.
          88 WS-RANK-IS-STANDARD              VALUE 'STD'.
       01 WS-RANK-RESULT            PIC 9(1)  VALUE ZERO.
       01 WS-CURRENT-RANK           PIC 9(1)  VALUE ZERO.
       01 WS-NEW-RANK               PIC 9(1)  VALUE ZERO.
      *
       01 WS-ROUTED-EMPLOYEE-ID     PIC ZZZZZZZ9.
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
      *    REMEMBERS WHOSE BEHALF IT WAS ON FOR THE ITEM'S STAMP.
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
                CONTAINER(APP-ACCRRV-CONTAINER-NAME)
                CHANNEL(APP-ACCRRV-CHANNEL-NAME)
                INTO (ACCESS-REVIEW-CONTAINER)
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
                MOVE 'Error Retrieving Access Review Container!'
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

           MOVE MON-USER-ID TO ACRC-USER-ID.
           MOVE MON-USER-CATEGORY TO ACRC-USER-CATEGORY.

      *    ONLY ADMINISTRATORS AND MANAGERS RECERTIFY ACCESS - SAME
      *    ROLE GATE ESRWP APPLIES TO RETURN-TO-WORK INTERVIEWS.
           MOVE 'ACCRECRT' TO WS-PERM-FUNCTION.
           MOVE ACRC-USER-CATEGORY TO WS-PERM-USER-TYPE.
           PERFORM 8500-CHECK-PERMISSION.

           IF WS-PERM-DENIED OR (WS-PERM-USE-LEGACY AND
              NOT ACRC-UC-ADMINISTRATOR AND NOT ACRC-UC-MANAGER)
              THEN
              MOVE 'Access Denied - Insufficient Privileges!'
                 TO WS-MESSAGE
              PERFORM 9050-SEND-MESSAGE-AND-RETURN
           END-IF.

           MOVE 'Enter a User ID to Review Its Access!' TO WS-MESSAGE.
           MOVE WS-CURRENT-CAMPAIGN TO CAMPIDO.
           MOVE -1 TO USERIDL.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CLEAR ALL RECORDS AND VARIABLES.
           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE ACCESS-REVIEW-CONTAINER.
           INITIALIZE ACCESS-RECERT-ITEM.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ERCTMO.

           PERFORM 1200-SET-CURRENT-CAMPAIGN.

       1200-SET-CURRENT-CAMPAIGN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-SET-CURRENT-CAMPAIGN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    JANUARY-MARCH IS Q1, APRIL-JUNE Q2, AND SO ON.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:4) TO WS-CURRENT-YEAR.
           MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH.
           COMPUTE WS-CURRENT-QUARTER =
              (WS-TODAY-MONTH - 1) / 3 + 1.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-MESSAGE.
           PERFORM 1200-SET-CURRENT-CAMPAIGN.

           EXEC CICS RECEIVE
                MAP(APP-ACCRRV-MAP-NAME)
                MAPSET(APP-ACCRRV-MAPSET-NAME)
                INTO (ERCTMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE
           WHEN DFHPF3
                PERFORM 2200-SAVE-DECISION
      *         DON'T END THE CONVERSATION ON A FAILED VALIDATION -
      *         FALL THROUGH TO 9000-SEND-MAP-AND-RETURN BELOW, WHICH
      *         RE-DISPLAYS THE MAP WITH THE VALIDATION ERROR.
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-ACCRRV-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-DECISION
      *         SAME REASONING AS PF3 ABOVE.
                IF VALIDATION-PASSED
                   PERFORM 2600-CLEAR-SCREEN
                END-IF
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN
           WHEN DFHPF10
                PERFORM 2500-SIGN-USER-OFF
           WHEN DFHPF12
                PERFORM 2400-DELETE-ACCRRV-CONTAINER
                PERFORM 9200-RETURN-TO-CICS
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

       2100-LOOKUP-OR-VALIDATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-LOOKUP-OR-VALIDATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN ACRC-NOT-SET
                PERFORM 2110-LOOKUP-ITEM
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-ITEM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-ITEM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF USERIDL IS EQUAL TO ZERO
              MOVE 'Validation Error: User ID is required!'
                 TO WS-MESSAGE
              MOVE -1 TO USERIDL
              EXIT PARAGRAPH
           END-IF.

      *    NO CAMPAIGN KEYED MEANS THIS QUARTER'S.
           INITIALIZE ACCESS-RECERT-ITEM.
           IF CAMPIDL IS GREATER THAN ZERO
              MOVE FUNCTION UPPER-CASE(CAMPIDI) TO ACR-CAMPAIGN-ID
           ELSE
              MOVE WS-CURRENT-CAMPAIGN TO ACR-CAMPAIGN-ID
           END-IF.
           MOVE FUNCTION UPPER-CASE(USERIDI) TO ACR-USER-ID.

           EXEC CICS READ
                FILE(APP-ACCREC-FILE-NAME)
                INTO (ACCESS-RECERT-ITEM)
                RIDFLD(ACR-ITEM-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'No Recertification Item For This User In That Camp
      -              'aign!'
                   TO WS-MESSAGE
                MOVE -1 TO USERIDL
                EXIT PARAGRAPH
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Recertification Item File Not Open!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Recertification Item!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           IF NOT ACR-OPEN
              MOVE ACR-DECIDED-DATE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              STRING 'No Open Item - Already Decided By '
                     ACR-DECIDED-BY-USER-ID
                     ' On '
                     WS-OUTPUT-DATE
                     '!'
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
              MOVE -1 TO USERIDL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2120-CHECK-REVIEWER.

           IF WS-MESSAGE IS NOT EQUAL TO SPACES
              MOVE -1 TO USERIDL
              EXIT PARAGRAPH
           END-IF.

      *    THE ACCOUNT AS IT STANDS NOW - IT MAY HAVE CHANGED SINCE
      *    THE CAMPAIGN OPENED. GONE FROM THE FILE LEAVES BOTH BLANK,
      *    AND ONLY KEEP CAN THEN CLOSE THE ITEM.
           MOVE SPACES TO ACRC-CURRENT-USER-TYPE.
           MOVE SPACES TO ACRC-CURRENT-STATUS.
           MOVE ACR-USER-ID TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILE-NAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE RU-USER-TYPE TO ACRC-CURRENT-USER-TYPE
              MOVE RU-STATUS TO ACRC-CURRENT-STATUS
           END-IF.

           MOVE SPACES TO ACRC-PRIMARY-NAME.
           IF ACR-EMPLOYEE-ID IS GREATER THAN ZERO
              MOVE ACR-EMPLOYEE-ID TO EMP-EMPLOYEE-ID
              EXEC CICS READ
                   FILE(APP-EMP-MASTER-FILE-NAME)
                   INTO (EMPLOYEE-MASTER-RECORD)
                   RIDFLD(EMP-EMPLOYEE-ID)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE EMP-PRIMARY-NAME TO ACRC-PRIMARY-NAME
              END-IF
           ELSE
              MOVE '*** NOT LINKED - SYSTEM ACCOUNT ***'
                 TO ACRC-PRIMARY-NAME
           END-IF.

           SET ACRC-ITEM-ON-SCREEN TO TRUE.
           MOVE ACCESS-RECERT-ITEM TO ACRC-ITEM-RECORD.
           MOVE 'Record Found! Enter the Decision, then PF4=Save/Continu
      -         'e or PF3=Save/Exit.'
              TO WS-MESSAGE.
           MOVE -1 TO DECISNL.

       2120-CHECK-REVIEWER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-CHECK-REVIEWER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    LEAVES WS-MESSAGE BLANK WHEN THE SIGNED-ON USER MAY DECIDE
      *    THE ITEM IN ACCESS-RECERT-ITEM; OTHERWISE SAYS WHY NOT.
      *    THE SCOPE STAMP IS TAKEN HERE TOO, SO THE SAVE KNOWS WHOSE
      *    BEHALF THE DECISION IS RECORDED ON.
           INITIALIZE WS-SCOPE-VIA-FLAG.
           MOVE SPACES TO WS-SCOPE-DELEGATOR-ID.

           IF ACR-USER-ID IS EQUAL TO ACRC-USER-ID
              MOVE 'Access Denied - You Cannot Recertify Your Own Access
      -            '!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF ACRC-UC-ADMINISTRATOR
              EXIT PARAGRAPH
           END-IF.

           IF ACR-TO-SECURITY-ADMIN
              MOVE 'Access Denied - This Item Is For The Security Admini
      -            'strator!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE ACRC-USER-ID TO WS-SCOPE-USER-ID.
           MOVE ACR-DEPARTMENT-ID TO WS-SCOPE-TARGET-DEPT.
           PERFORM 8600-CHECK-MANAGER-SCOPE.
           IF NOT WS-MANAGER-IN-SCOPE
              MOVE 'Access Denied - User Is Outside The Departments YouM
      -            'anage!'
                 TO WS-MESSAGE
           END-IF.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE ACRC-ITEM-RECORD TO ACCESS-RECERT-ITEM.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF DECISNL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(DECISNI) TO ACR-DECISION
           END-IF.

           IF NEWTYPL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(NEWTYPI) TO ACR-NEW-USER-TYPE
           END-IF.

           IF COMENTL IS GREATER THAN ZERO THEN
              MOVE COMENTI TO ACR-COMMENT
           END-IF.

      *    A NEW TYPE ONLY MEANS SOMETHING ON A DOWNGRADE.
           IF NOT ACR-DOWNGRADE
              MOVE SPACES TO ACR-NEW-USER-TYPE
           END-IF.

      *    RANK THE TYPE ON FILE NOW AGAINST THE ONE ASKED FOR; NONE
      *    ASKED FOR ON A DOWNGRADE MEANS ONE STEP DOWN.
           MOVE ACRC-CURRENT-USER-TYPE TO WS-RANK-USER-TYPE.
           PERFORM 2170-RANK-USER-TYPE.
           MOVE WS-RANK-RESULT TO WS-CURRENT-RANK.

           IF ACR-DOWNGRADE AND
              (ACR-NEW-USER-TYPE IS EQUAL TO SPACES OR LOW-VALUES)
              EVALUATE WS-CURRENT-RANK
              WHEN 3
                   MOVE 'MGR' TO ACR-NEW-USER-TYPE
              WHEN 2
                   MOVE 'STD' TO ACR-NEW-USER-TYPE
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF.

           MOVE ACR-NEW-USER-TYPE TO WS-RANK-USER-TYPE.
           PERFORM 2170-RANK-USER-TYPE.
           MOVE WS-RANK-RESULT TO WS-NEW-RANK.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE ACCESS-RECERT-ITEM TO ACRC-ITEM-RECORD.

      *    VALIDATE FIELDS.
           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN NOT ACR-DECISION-VALID
                MOVE 'Validation Error: Decision must be K, D or R!'
                   TO WS-MESSAGE
                MOVE -1 TO DECISNL
           WHEN NOT ACR-KEEP AND
                ACRC-CURRENT-USER-TYPE IS EQUAL TO SPACES
                MOVE 'Validation Error: Account No Longer On File - Only
      -              ' K Applies!'
                   TO WS-MESSAGE
                MOVE -1 TO DECISNL
           WHEN ACR-DOWNGRADE AND WS-CURRENT-RANK IS EQUAL TO 1
                MOVE 'Validation Error: A Standard User Cannot Be Downgr
      -              'aded!'
                   TO WS-MESSAGE
                MOVE -1 TO DECISNL
           WHEN ACR-DOWNGRADE AND
                (WS-NEW-RANK IS EQUAL TO ZERO OR
                 WS-NEW-RANK IS NOT LESS THAN WS-CURRENT-RANK)
                MOVE 'Validation Error: New Type must be MGR or STD andb
      -              'elow the current one!'
                   TO WS-MESSAGE
                MOVE -1 TO NEWTYPL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Save/E
      -              'xit.'
                   TO WS-MESSAGE
                MOVE -1 TO DECISNL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2170-RANK-USER-TYPE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2170-RANK-USER-TYPE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN WS-RANK-IS-ADMINISTRATOR
                MOVE 3 TO WS-RANK-RESULT
           WHEN WS-RANK-IS-MANAGER
                MOVE 2 TO WS-RANK-RESULT
           WHEN WS-RANK-IS-STANDARD
                MOVE 1 TO WS-RANK-RESULT
           WHEN OTHER
                MOVE ZERO TO WS-RANK-RESULT
           END-EVALUATE.

       2200-SAVE-DECISION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-DECISION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    NOTHING TO SAVE UNTIL AN OPEN ITEM HAS BEEN LOOKED UP.
           IF ACRC-NOT-SET THEN
              INITIALIZE WS-VALIDATION-FLAG
              MOVE 'Enter a User ID and press ENTER first!'
                 TO WS-MESSAGE
              MOVE -1 TO USERIDL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF NOT VALIDATION-PASSED
              EXIT PARAGRAPH
           END-IF.

      *    THE REVIEWER IS CHECKED AGAIN AT SAVE TIME - A DELEGATION
      *    MAY HAVE LAPSED SINCE THE LOOKUP.
           MOVE SPACES TO WS-MESSAGE.
           PERFORM 2120-CHECK-REVIEWER.

           IF WS-MESSAGE IS NOT EQUAL TO SPACES
              INITIALIZE WS-VALIDATION-FLAG
              EXIT PARAGRAPH
           END-IF.

           MOVE 'Saving Decision...' TO WS-MESSAGE.
           PERFORM 3000-RECORD-DECISION.

       2400-DELETE-ACCRRV-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-ACCRRV-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-ACCRRV-CONTAINER-NAME)
                CHANNEL(APP-ACCRRV-CHANNEL-NAME)
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

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SIGNED-ON USER STAYS - ONLY THE ITEM IS CLEARED.
           SET ACRC-NOT-SET TO TRUE.
           MOVE SPACES TO ACRC-PRIMARY-NAME.
           MOVE SPACES TO ACRC-CURRENT-USER-TYPE.
           MOVE SPACES TO ACRC-CURRENT-STATUS.
           MOVE SPACES TO ACRC-ITEM-RECORD.
           INITIALIZE ACCESS-RECERT-ITEM.
           INITIALIZE ERCTMO.
           MOVE WS-CURRENT-CAMPAIGN TO CAMPIDO.

      *    KEEP A SAVE CONFIRMATION ON SCREEN; OTHERWISE PROMPT AGAIN.
           IF WS-MESSAGE(1:6) IS NOT EQUAL TO 'Record' THEN
              MOVE 'Enter a User ID to Review Its Access!'
                 TO WS-MESSAGE
           END-IF.
           MOVE -1 TO USERIDL.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-RECORD-DECISION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-RECORD-DECISION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           MOVE ACR-DECISION TO WS-ENT-DECISION.
           MOVE ACR-NEW-USER-TYPE TO WS-ENT-NEW-USER-TYPE.
           MOVE ACR-COMMENT TO WS-ENT-COMMENT.

           EXEC CICS READ
                FILE(APP-ACCREC-FILE-NAME)
                INTO (ACCESS-RECERT-ITEM)
                RIDFLD(ACR-ITEM-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Recertification Item File Not Open!'
                   TO WS-MESSAGE
                INITIALIZE WS-VALIDATION-FLAG
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Recertification Item!'
                   TO WS-MESSAGE
                INITIALIZE WS-VALIDATION-FLAG
                EXIT PARAGRAPH
           END-EVALUATE.

           IF NOT ACR-OPEN
              EXEC CICS UNLOCK
                   FILE(APP-ACCREC-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              MOVE 'Error: Item Already Decided By Another User!'
                 TO WS-MESSAGE
              INITIALIZE WS-VALIDATION-FLAG
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-ENT-DECISION TO ACR-DECISION.
           MOVE WS-ENT-NEW-USER-TYPE TO ACR-NEW-USER-TYPE.
           MOVE WS-ENT-COMMENT TO ACR-COMMENT.

      *    THE ACCOUNT CHANGES FIRST - AN ITEM IS NEVER CLOSED AS
      *    DOWNGRADED OR REVOKED UNLESS EREGUSR REALLY SAYS SO.
           IF NOT ACR-KEEP
              PERFORM 3100-APPLY-TO-ACCOUNT
              IF NOT VALIDATION-PASSED
                 EXEC CICS UNLOCK
                      FILE(APP-ACCREC-FILE-NAME)
                      RESP(WS-CICS-RESPONSE)
                      END-EXEC
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           SET ACR-DECIDED TO TRUE.
           MOVE ACRC-USER-ID TO ACR-DECIDED-BY-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ACR-DECIDED-DATE.

           IF WS-SCOPE-VIA-DELEGATE
              MOVE WS-SCOPE-DELEGATOR-ID TO ACR-ON-BEHALF-OF-USER-ID
           ELSE
              MOVE SPACES TO ACR-ON-BEHALF-OF-USER-ID
           END-IF.

           EXEC CICS REWRITE
                FILE(APP-ACCREC-FILE-NAME)
                FROM (ACCESS-RECERT-ITEM)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Error Rewriting Recertification Item!'
                 TO WS-MESSAGE
              INITIALIZE WS-VALIDATION-FLAG
              EXIT PARAGRAPH
           END-IF.

           MOVE ACCESS-RECERT-ITEM TO ACRC-ITEM-RECORD.

           EVALUATE TRUE
           WHEN ACR-KEEP
                MOVE 'Recorded - Access Kept As It Is!' TO WS-MESSAGE
           WHEN ACR-DOWNGRADE
                STRING 'Recorded - Account Downgraded To '
                       ACR-NEW-USER-TYPE
                       '!'
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE
                END-STRING
           WHEN OTHER
                MOVE 'Recorded - Access Revoked, Account Set Inactive!'
                   TO WS-MESSAGE
           END-EVALUATE.

       3100-APPLY-TO-ACCOUNT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-APPLY-TO-ACCOUNT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ACR-USER-ID TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILE-NAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Error: Account No Longer On File - Only K Applies!'
                 TO WS-MESSAGE
              INITIALIZE WS-VALIDATION-FLAG
              EXIT PARAGRAPH
           END-IF.

           IF ACR-DOWNGRADE
              MOVE ACR-NEW-USER-TYPE TO RU-USER-TYPE
           ELSE
              SET RU-ST-INACTIVE TO TRUE
           END-IF.

           EXEC CICS REWRITE
                FILE(AC-REG-USER-FILE-NAME)
                FROM (REG-USER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'Error Rewriting Registered User!' TO WS-MESSAGE
              INITIALIZE WS-VALIDATION-FLAG
              EXIT PARAGRAPH
           END-IF.

           MOVE RU-USER-TYPE TO ACRC-CURRENT-USER-TYPE.
           MOVE RU-STATUS TO ACRC-CURRENT-STATUS.

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
           MOVE APP-ACCRRV-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
           PERFORM 9150-PUT-ACCRRV-CONTAINER.

           EXEC CICS SEND
                MAP(APP-ACCRRV-MAP-NAME)
                MAPSET(APP-ACCRRV-MAPSET-NAME)
                FROM (ERCTMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-ACCRRV-CHANNEL-NAME)
                TRANSID(APP-ACCRRV-TRANSACTION-ID)
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

           IF ACRC-ITEM-ON-SCREEN THEN
              MOVE ACRC-ITEM-RECORD TO ACCESS-RECERT-ITEM

              MOVE ACR-CAMPAIGN-ID TO CAMPIDO
              MOVE ACR-USER-ID TO USERIDO
              MOVE ACR-EMPLOYEE-ID TO EMPLIDO
              MOVE ACRC-PRIMARY-NAME TO PRNAMEO
              MOVE ACR-DEPARTMENT-ID TO DEPTIDO
              MOVE ACR-CAMPAIGN-USER-TYPE TO CMPTYPO
              MOVE ACRC-CURRENT-USER-TYPE TO CURTYPO
              MOVE ACRC-CURRENT-STATUS TO CURSTAO

              MOVE SPACES TO ROUTEDO
              IF ACR-TO-MANAGER
                 MOVE ACR-REVIEWER-EMPLOYEE-ID TO WS-ROUTED-EMPLOYEE-ID
                 STRING 'MANAGER '
                        WS-ROUTED-EMPLOYEE-ID
                    DELIMITED BY SIZE
                    INTO ROUTEDO
                 END-STRING
              ELSE
                 STRING 'SECURITY ADMIN '
                        ACR-REVIEWER-USER-ID
                    DELIMITED BY SIZE
                    INTO ROUTEDO
                 END-STRING
              END-IF

              MOVE ACR-DEADLINE-DATE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO DEADLNO

              MOVE ACR-DECISION TO DECISNO
              MOVE ACR-NEW-USER-TYPE TO NEWTYPO
              MOVE ACR-COMMENT TO COMENTO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:6) IS EQUAL TO 'Record'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Changes'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
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

       9150-PUT-ACCRRV-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-ACCRRV-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-ACCRRV-CONTAINER-NAME)
                CHANNEL(APP-ACCRRV-CHANNEL-NAME)
                FROM (ACCESS-REVIEW-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Access Review Container!'
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
