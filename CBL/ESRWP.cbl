       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESRWP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'RETURN-TO-WORK INTERVIEW' PROGRAM.
      *      - LOCATES AN EMPLOYEE BY ID AND BRINGS UP THEIR OLDEST
      *        OPEN RETURN-TO-WORK ITEM (SEE ESRWITM.CPY) - OPENED BY
      *        ESRWCP WHEN A SICKNESS ABSENCE WAS RECORDED - FOR THE
      *        MANAGER TO RECORD THE INTERVIEW DATE, THE OUTCOME, ANY
      *        REFERRAL AND A SHORT NOTE.
      *      - ADMINISTRATORS AND MANAGERS ONLY (PERMISSION 'RTWINTV'
      *        ON THE EPERMTX MATRIX). A MANAGER MUST HAVE THE ITEM'S
      *        DEPARTMENT IN SCOPE - DIRECTLY, BY THE DEPTMAST PARENT
      *        CHAIN, OR ON BEHALF OF AN IN-FORCE EDELEG DELEGATOR,
      *        WHO IS THEN STAMPED ON THE ITEM ALONGSIDE THE DELEGATE.
      *      - THE INTERVIEW DATE MUST BE A REAL DATE, NOT BEFORE THE
      *        SPELL STARTED AND NOT IN THE FUTURE. OUTCOME IS F=FIT,
      *        A=ADJUSTMENTS, P=PHASED RETURN OR C=ATTENDANCE CONCERN;
      *        REFERRAL IS N=NONE (THE DEFAULT), O=OCCUPATIONAL
      *        HEALTH, E=EMPLOYEE ASSISTANCE OR M=MEDICAL.
      *      - THE ITEM IS RE-READ FOR UPDATE AT SAVE TIME AND MUST
      *        STILL BE OPEN - TWO MANAGERS CANNOT BOTH RECORD IT.
      *      - SPELLS STILL WAITING FOR AN INTERVIEW ARE CHASED BY THE
      *        WEEKLY ESRWXP REPORT.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - RETURN-TO-WORK INTERVIEW MAPSET.
      *      - RETURN-TO-WORK INTERVIEW CONTAINER.
      *      - RETURN-TO-WORK ITEM RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - PERMISSION MATRIX RECORD.
      *      - DEPARTMENT, REGISTERED USER AND DELEGATION RECORDS.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ESRWMAP.
       COPY ESRWCTR.
       COPY ESRWITM.
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
      *    THE BROWSE FOR THE EMPLOYEE'S OLDEST OPEN ITEM.
       01 WS-ITEM-SCAN-SWITCH       PIC X(1)  VALUE SPACES.
          88 WS-ITEM-SCAN-DONE                VALUE 'Y'.
       01 WS-ITEM-FOUND-FLAG        PIC X(1)  VALUE SPACES.
          88 WS-OPEN-ITEM-FOUND               VALUE 'Y'.
       01 WS-ITEM-SCAN-KEY.
          05 WS-SCAN-EMPLOYEE-ID    PIC 9(8)  VALUE ZEROES.
          05 WS-SCAN-TIMESTAMP      PIC X(14) VALUE LOW-VALUES.
      *
      *    THE INTERVIEW AS ENTERED, HELD WHILE THE ITEM IS RE-READ
      *    FOR UPDATE AT SAVE TIME.
       01 WS-ENTERED-INTERVIEW.
          05 WS-ENT-INTERVIEW-DATE  PIC X(8)  VALUE SPACES.
          05 WS-ENT-OUTCOME         PIC X(1)  VALUE SPACES.
          05 WS-ENT-REFERRAL        PIC X(1)  VALUE SPACES.
          05 WS-ENT-NOTES           PIC X(60) VALUE SPACES.
      *
       01 WS-IVDATE-NUMERIC         PIC 9(8)  VALUE ZEROES.
       01 WS-IVDATE-CHECK           PIC S9(4) USAGE COMP VALUE ZEROES.
          88 INTERVIEW-DATE-IS-VALID          VALUE ZERO.
       01 WS-TODAY                  PIC X(8)  VALUE SPACES.
      *
       01 WS-DAYS-EDIT              PIC Z9.9.
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
                CONTAINER(APP-RTWINT-CONTAINER-NAME)
                CHANNEL(APP-RTWINT-CHANNEL-NAME)
                INTO (RTW-INTERVIEW-CONTAINER)
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
                MOVE 'Error Retrieving Return-To-Work Container!'
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

           MOVE MON-USER-ID TO RWIC-USER-ID.
           MOVE MON-USER-CATEGORY TO RWIC-USER-CATEGORY.

      *    ONLY ADMINISTRATORS AND MANAGERS RECORD INTERVIEWS - SAME
      *    ROLE GATE ELVAPP APPLIES TO LEAVE APPROVALS.
           MOVE 'RTWINTV' TO WS-PERM-FUNCTION.
           MOVE RWIC-USER-CATEGORY TO WS-PERM-USER-TYPE.
           PERFORM 8500-CHECK-PERMISSION.

           IF WS-PERM-DENIED OR (WS-PERM-USE-LEGACY AND
              NOT RWIC-UC-ADMINISTRATOR AND NOT RWIC-UC-MANAGER)
              THEN
              MOVE 'Access Denied - Insufficient Privileges!'
                 TO WS-MESSAGE
              PERFORM 9050-SEND-MESSAGE-AND-RETURN
           END-IF.

           MOVE 'Enter an Employee ID to Record the Return-To-Work Inter
      -         'view!'
              TO WS-MESSAGE.
           MOVE -1 TO EMPLIDL.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CLEAR ALL RECORDS AND VARIABLES.
           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE RTW-INTERVIEW-CONTAINER.
           INITIALIZE RETURN-TO-WORK-ITEM.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ESRWMO.

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
                MAP(APP-RTWINT-MAP-NAME)
                MAPSET(APP-RTWINT-MAPSET-NAME)
                INTO (ESRWMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE
           WHEN DFHPF3
                PERFORM 2200-SAVE-INTERVIEW
      *         DON'T END THE CONVERSATION ON A FAILED VALIDATION -
      *         FALL THROUGH TO 9000-SEND-MAP-AND-RETURN BELOW, WHICH
      *         RE-DISPLAYS THE MAP WITH THE VALIDATION ERROR.
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-RTWINT-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-INTERVIEW
      *         SAME REASONING AS PF3 ABOVE.
                IF VALIDATION-PASSED
                   PERFORM 2600-CLEAR-SCREEN
                END-IF
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN
           WHEN DFHPF10
                PERFORM 2500-SIGN-USER-OFF
           WHEN DFHPF12
                PERFORM 2400-DELETE-RTWINT-CONTAINER
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
           WHEN RWIC-NOT-SET
                PERFORM 2110-LOOKUP-EMPLOYEE
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EMPLIDL IS EQUAL TO ZERO
              MOVE 'Validation Error: Employee ID is required!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS BIF DEEDIT
                FIELD(EMPLIDI)
                LENGTH(LENGTH OF EMPLIDI)
                END-EXEC.
           MOVE EMPLIDI TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Employee ID Not Found!' TO WS-MESSAGE
                MOVE -1 TO EMPLIDL
                EXIT PARAGRAPH
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Employee Master File Not Open!' TO WS-MESSAGE
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Employee Record!' TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM 2120-FIND-OPEN-ITEM.

           IF NOT WS-OPEN-ITEM-FOUND
              IF WS-MESSAGE IS EQUAL TO SPACES
                 MOVE 'No Open Return-To-Work Interview For This Employe
      -               'e!'
                    TO WS-MESSAGE
              END-IF
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

      *    A MANAGER ONLY SEES THE SPELLS OF THE DEPARTMENTS THEY
      *    MANAGE (OR ARE COVERING FOR) - THE ITEM CARRIES THE
      *    DEPARTMENT THE EMPLOYEE WAS IN WHEN THEY WENT SICK.
           IF RWIC-UC-MANAGER
              MOVE RWIC-USER-ID TO WS-SCOPE-USER-ID
              MOVE RWI-DEPARTMENT-ID TO WS-SCOPE-TARGET-DEPT
              PERFORM 8600-CHECK-MANAGER-SCOPE
              IF NOT WS-MANAGER-IN-SCOPE
                 MOVE 'Access Denied - Employee Is Outside The Departmen
      -               'ts You Manage!'
                    TO WS-MESSAGE
                 MOVE -1 TO EMPLIDL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           SET RWIC-ITEM-ON-SCREEN TO TRUE.
           MOVE EMP-PRIMARY-NAME TO RWIC-PRIMARY-NAME.
           MOVE RETURN-TO-WORK-ITEM TO RWIC-ITEM-RECORD.
           MOVE 'Record Found! Enter the Interview, then PF4=Save/Contin
      -         'ue or PF3=Save/Exit.'
              TO WS-MESSAGE.
           MOVE -1 TO IVDATEL.

       2120-FIND-OPEN-ITEM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-FIND-OPEN-ITEM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE ITEM FILE LEADS WITH THE EMPLOYEE, SO THEIR SPELLS SIT
      *    TOGETHER OLDEST FIRST AND THE BROWSE IS SHORT.
           MOVE SPACE TO WS-ITEM-SCAN-SWITCH.
           MOVE SPACE TO WS-ITEM-FOUND-FLAG.
           MOVE EMP-EMPLOYEE-ID TO WS-SCAN-EMPLOYEE-ID.
           MOVE LOW-VALUES TO WS-SCAN-TIMESTAMP.

           EXEC CICS STARTBR
                FILE(APP-RTWITEM-FILE-NAME)
                RIDFLD(WS-ITEM-SCAN-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2125-SCAN-NEXT-ITEM
                   UNTIL WS-ITEM-SCAN-DONE

                EXEC CICS ENDBR
                     FILE(APP-RTWITEM-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Return-To-Work Item File Not Open!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Return-To-Work Items!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2125-SCAN-NEXT-ITEM.
           EXEC CICS READNEXT
                FILE(APP-RTWITEM-FILE-NAME)
                INTO (RETURN-TO-WORK-ITEM)
                RIDFLD(WS-ITEM-SCAN-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-ITEM-SCAN-DONE TO TRUE
           WHEN RWI-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
                SET WS-ITEM-SCAN-DONE TO TRUE
           WHEN RWI-OPEN
                SET WS-OPEN-ITEM-FOUND TO TRUE
                SET WS-ITEM-SCAN-DONE TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE RWIC-ITEM-RECORD TO RETURN-TO-WORK-ITEM.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF IVDATEL IS GREATER THAN ZERO THEN
              MOVE IVDATEI TO RWI-INTERVIEW-DATE
           END-IF.

           IF OUTCOML IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(OUTCOMI) TO RWI-OUTCOME
           END-IF.

           IF REFERLL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(REFERLI) TO RWI-REFERRAL
           END-IF.

      *    NO REFERRAL KEYED MEANS NONE.
           IF RWI-REFERRAL IS EQUAL TO SPACE OR LOW-VALUE THEN
              SET RWI-REF-NONE TO TRUE
           END-IF.

           IF NOTESL IS GREATER THAN ZERO THEN
              MOVE NOTESI TO RWI-NOTES
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE RETURN-TO-WORK-ITEM TO RWIC-ITEM-RECORD.

      *    VALIDATE FIELDS.
           PERFORM 2160-VALIDATE-INTERVIEW-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN NOT INTERVIEW-DATE-IS-VALID
                MOVE 'Validation Error: Interview Date must be a valid Y
      -              'YYYMMDD date!'
                   TO WS-MESSAGE
                MOVE -1 TO IVDATEL
           WHEN RWI-INTERVIEW-DATE IS LESS THAN RWI-SICK-START-DATE
                MOVE 'Validation Error: Interview Date cannot be before 
      -              'the Sickness!'
                   TO WS-MESSAGE
                MOVE -1 TO IVDATEL
           WHEN RWI-INTERVIEW-DATE IS GREATER THAN WS-TODAY
                MOVE 'Validation Error: Interview Date cannot be in the 
      -              'future!'
                   TO WS-MESSAGE
                MOVE -1 TO IVDATEL
           WHEN NOT RWI-OUTCOME-VALID
                MOVE 'Validation Error: Outcome must be F, A, P or C!'
                   TO WS-MESSAGE
                MOVE -1 TO OUTCOML
           WHEN NOT RWI-REFERRAL-VALID
                MOVE 'Validation Error: Referral must be N, O, E or M!'
                   TO WS-MESSAGE
                MOVE -1 TO REFERLL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Save/E
      -              'xit.'
                   TO WS-MESSAGE
                MOVE -1 TO IVDATEL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2160-VALIDATE-INTERVIEW-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-VALIDATE-INTERVIEW-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE 1 TO WS-IVDATE-CHECK.

           IF RWI-INTERVIEW-DATE IS NUMERIC THEN
              MOVE RWI-INTERVIEW-DATE TO WS-IVDATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-IVDATE-NUMERIC)
                 TO WS-IVDATE-CHECK
           END-IF.

       2200-SAVE-INTERVIEW.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-INTERVIEW' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    NOTHING TO SAVE UNTIL AN OPEN ITEM HAS BEEN LOOKED UP.
           IF RWIC-NOT-SET THEN
              INITIALIZE WS-VALIDATION-FLAG
              MOVE 'Enter an Employee ID and press ENTER first!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF NOT VALIDATION-PASSED
              EXIT PARAGRAPH
           END-IF.

      *    THE SCOPE IS TAKEN AGAIN AT SAVE TIME - A DELEGATION MAY
      *    HAVE LAPSED SINCE THE LOOKUP, AND THE STAMP NEEDS TO KNOW
      *    WHOSE BEHALF THE INTERVIEW IS RECORDED ON.
           INITIALIZE WS-SCOPE-VIA-FLAG.
           MOVE SPACES TO WS-SCOPE-DELEGATOR-ID.

           IF RWIC-UC-MANAGER
              MOVE RWIC-USER-ID TO WS-SCOPE-USER-ID
              MOVE RWI-DEPARTMENT-ID TO WS-SCOPE-TARGET-DEPT
              PERFORM 8600-CHECK-MANAGER-SCOPE
              IF NOT WS-MANAGER-IN-SCOPE
                 INITIALIZE WS-VALIDATION-FLAG
                 MOVE 'Access Denied - Employee Is Outside The Departmen
      -               'ts You Manage!'
                    TO WS-MESSAGE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE 'Saving Interview...' TO WS-MESSAGE.
           PERFORM 3000-RECORD-INTERVIEW.

       2400-DELETE-RTWINT-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-RTWINT-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-RTWINT-CONTAINER-NAME)
                CHANNEL(APP-RTWINT-CHANNEL-NAME)
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
           SET RWIC-NOT-SET TO TRUE.
           MOVE SPACES TO RWIC-PRIMARY-NAME.
           MOVE SPACES TO RWIC-ITEM-RECORD.
           INITIALIZE RETURN-TO-WORK-ITEM.
           INITIALIZE ESRWMO.

      *    KEEP A SAVE CONFIRMATION ON SCREEN; OTHERWISE PROMPT AGAIN.
           IF WS-MESSAGE(1:6) IS NOT EQUAL TO 'Record' THEN
              MOVE 'Enter an Employee ID to Record the Return-To-Work In
      -            'terview!'
                 TO WS-MESSAGE
           END-IF.
           MOVE -1 TO EMPLIDL.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-RECORD-INTERVIEW.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-RECORD-INTERVIEW' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           MOVE RWI-INTERVIEW-DATE TO WS-ENT-INTERVIEW-DATE.
           MOVE RWI-OUTCOME TO WS-ENT-OUTCOME.
           MOVE RWI-REFERRAL TO WS-ENT-REFERRAL.
           MOVE RWI-NOTES TO WS-ENT-NOTES.

           EXEC CICS READ
                FILE(APP-RTWITEM-FILE-NAME)
                INTO (RETURN-TO-WORK-ITEM)
                RIDFLD(RWI-ITEM-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
      *         THE SPELL WAS CANCELLED OR RE-TYPED SINCE THE LOOKUP.
                MOVE 'Error: Return-To-Work Item No Longer On File!'
                   TO WS-MESSAGE
                INITIALIZE WS-VALIDATION-FLAG
                EXIT PARAGRAPH
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Return-To-Work Item File Not Open!'
                   TO WS-MESSAGE
                INITIALIZE WS-VALIDATION-FLAG
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Return-To-Work Item!'
                   TO WS-MESSAGE
                INITIALIZE WS-VALIDATION-FLAG
                EXIT PARAGRAPH
           END-EVALUATE.

           IF NOT RWI-OPEN
              EXEC CICS UNLOCK
                   FILE(APP-RTWITEM-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              MOVE 'Error: Interview Already Recorded By Another User!'
                 TO WS-MESSAGE
              INITIALIZE WS-VALIDATION-FLAG
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-ENT-INTERVIEW-DATE TO RWI-INTERVIEW-DATE.
           MOVE WS-ENT-OUTCOME TO RWI-OUTCOME.
           MOVE WS-ENT-REFERRAL TO RWI-REFERRAL.
           MOVE WS-ENT-NOTES TO RWI-NOTES.
           SET RWI-INTERVIEWED TO TRUE.
           MOVE RWIC-USER-ID TO RWI-RECORDED-BY-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RWI-RECORDED-DATE.

           IF WS-SCOPE-VIA-DELEGATE
              MOVE WS-SCOPE-DELEGATOR-ID TO RWI-ON-BEHALF-OF-USER-ID
           ELSE
              MOVE SPACES TO RWI-ON-BEHALF-OF-USER-ID
           END-IF.

           EXEC CICS REWRITE
                FILE(APP-RTWITEM-FILE-NAME)
                FROM (RETURN-TO-WORK-ITEM)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Recorded - Return-To-Work Interview Saved!'
                   TO WS-MESSAGE
                MOVE RETURN-TO-WORK-ITEM TO RWIC-ITEM-RECORD
           WHEN OTHER
                MOVE 'Error Rewriting Return-To-Work Item!'
                   TO WS-MESSAGE
                INITIALIZE WS-VALIDATION-FLAG
           END-EVALUATE.

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
           MOVE APP-RTWINT-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
           PERFORM 9150-PUT-RTWINT-CONTAINER.

           EXEC CICS SEND
                MAP(APP-RTWINT-MAP-NAME)
                MAPSET(APP-RTWINT-MAPSET-NAME)
                FROM (ESRWMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-RTWINT-CHANNEL-NAME)
                TRANSID(APP-RTWINT-TRANSACTION-ID)
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

           IF RWIC-ITEM-ON-SCREEN THEN
              MOVE RWIC-ITEM-RECORD TO RETURN-TO-WORK-ITEM

              MOVE RWI-EMPLOYEE-ID TO EMPLIDO
              MOVE RWIC-PRIMARY-NAME TO PRNAMEO
              MOVE RWI-SICK-START-DATE TO SKSTRTO
              MOVE RWI-SICK-END-DATE TO SKENDO
              MOVE RWI-DAYS-TAKEN TO WS-DAYS-EDIT
              MOVE WS-DAYS-EDIT TO SKDAYSO
              MOVE RWI-MANAGER-EMPLOYEE-ID TO MGRIDO
              MOVE RWI-INTERVIEW-DATE TO IVDATEO
              MOVE RWI-OUTCOME TO OUTCOMO
              MOVE RWI-REFERRAL TO REFERLO
              MOVE RWI-NOTES TO NOTESO
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

       9150-PUT-RTWINT-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-RTWINT-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-RTWINT-CONTAINER-NAME)
                CHANNEL(APP-RTWINT-CHANNEL-NAME)
                FROM (RTW-INTERVIEW-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Return-To-Work Container!'
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
