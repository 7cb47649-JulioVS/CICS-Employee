       IDENTIFICATION DIVISION.
       PROGRAM-ID. EOBJP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'PERFORMANCE OBJECTIVES' PROGRAM.
      *      - LOCATES AN EMPLOYEE BY ID AND SHOWS THEIR OBJECTIVES
      *        FOR THE APPRAISAL CYCLE CURRENTLY ON EAPRCYC (SEE
      *        EOBJCTV.CPY) ONE AT A TIME - PF7/PF8 STEP BACK AND
      *        FORWARD THROUGH THEM, WITH THE COUNT AND THE TOTAL
      *        WEIGHT SO FAR ALWAYS ON SCREEN.
      *      - CALLERS GRANTED 'OBJMAINT' ON THE EPERMTX MATRIX
      *        (LEGACY RULE ADMINISTRATORS AND MANAGERS) SET AND
      *        CHECK IN ON ANY EMPLOYEE'S OBJECTIVES: PF5 STARTS A NEW
      *        ONE, PF4=SAVE/CONTINUE AND PF3=SAVE/EXIT. A MANAGER
      *        MUST HAVE THE EMPLOYEE'S DEPARTMENT IN SCOPE -
      *        DIRECTLY, BY THE DEPTMAST PARENT CHAIN, OR ON BEHALF OF
      *        AN IN-FORCE EDELEG DELEGATOR, WHO IS THEN STAMPED ON
      *        THE OBJECTIVE ALONGSIDE THE DELEGATE. NOBODY MAINTAINS
      *        THEIR OWN - THOSE ARE SHOWN READ-ONLY.
      *      - EVERYONE ELSE - STANDARD USERS COMING FROM EMYRECP'S
      *        PF6 - READS ONLY THEIR OWN: THE EMPLOYEE IS RESOLVED
      *        FROM THE SIGN-ON'S RU-EMPLOYEE-ID LINK, NEVER FROM THE
      *        COMM-AREA OR THE SCREEN, AND EVERY FIELD IS PROTECTED.
      *      - THE WEIGHT IS A PERCENTAGE (1-100) AND ONE CYCLE'S
      *        WEIGHTS MAY NOT TOTAL MORE THAN 100. THE TARGET DATE
      *        MUST BE A REAL DATE NO LATER THAN THE APPRAISAL WINDOW
      *        END. MID-YEAR IS N=NOT REVIEWED (THE DEFAULT), O=ON
      *        TRACK, R=AT RISK, B=BEHIND OR A=ACHIEVED EARLY;
      *        YEAR-END IS N=NOT ASSESSED (THE DEFAULT), E=EXCEEDED,
      *        M=MET, P=PARTLY MET OR U=NOT MET, AND CAN ONLY BE
      *        ASSESSED ONCE THE APPRAISAL WINDOW HAS OPENED.
      *      - EMPLOYEES STILL WITHOUT OBJECTIVES AFTER THE CYCLE'S
      *        OBJECTIVES DUE DATE ARE LISTED BY EAPCRP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - PERFORMANCE OBJECTIVES MAPSET.
      *      - PERFORMANCE OBJECTIVES CONTAINER.
      *      - PERFORMANCE OBJECTIVE RECORD.
      *      - APPRAISAL CYCLE CONTROL RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - PERMISSION MATRIX RECORD.
      *      - DEPARTMENT, REGISTERED USER AND DELEGATION RECORDS.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EOBJMAP.
       COPY EOBJCTR.
       COPY EOBJCTV.
       COPY EAPRCYC.
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
       01 WS-OBJECTIVE-PROMPTS.
          05 WS-EDIT-PROMPT         PIC X(71) VALUE
             'Record Found! Edit, then PF4=Save PF3=Save/Exit PF5=New PF
      -      '7/PF8=Browse.'.
          05 WS-NEW-PROMPT          PIC X(65) VALUE
             'Enter the New Objective, then PF4=Save/Continue or PF3=Sav
      -      'e/Exit.'.
          05 WS-READ-ONLY-PROMPT    PIC X(56) VALUE
             'Objectives - Read Only. PF7=Previous PF8=Next PF12=Exit.'.
          05 WS-ACCESS-DENIED-PROMPT
                                    PIC X(55) VALUE
             'Access Denied - Only Your Own Objectives May Be Viewed!'.
      *
      *    THE SUMMARY BROWSE OVER ONE EMPLOYEE'S OBJECTIVES FOR THE
      *    CYCLE - THE FIRST ONE FOUND IS KEPT TO SHOW STRAIGHT AWAY.
       01 WS-OBJ-SCAN-SWITCH        PIC X(1)  VALUE SPACES.
          88 WS-OBJ-SCAN-DONE                 VALUE 'Y'.
       01 WS-OBJ-SCAN-KEY.
          05 WS-SCAN-EMPLOYEE-ID    PIC 9(8)  VALUE ZEROES.
          05 WS-SCAN-CYCLE-NAME     PIC X(20) VALUE SPACES.
          05 WS-SCAN-SEQUENCE       PIC 9(2)  VALUE ZEROES.
       01 WS-FIRST-OBJECTIVE        PIC X(180) VALUE SPACES.
       01 WS-WANTED-SEQUENCE        PIC 9(2)  VALUE ZEROES.
      *
      *    THE OBJECTIVE AS ENTERED, HELD WHILE AN EXISTING ONE IS
      *    RE-READ FOR UPDATE AT SAVE TIME.
       01 WS-ENTERED-OBJECTIVE.
          05 WS-ENT-OBJECTIVE-TEXT  PIC X(60) VALUE SPACES.
          05 WS-ENT-WEIGHT-PCT      PIC 9(3)  VALUE ZEROES.
          05 WS-ENT-TARGET-DATE     PIC X(8)  VALUE SPACES.
          05 WS-ENT-MIDYEAR-STATUS  PIC X(1)  VALUE SPACES.
          05 WS-ENT-YEAREND-RESULT  PIC X(1)  VALUE SPACES.
      *
       01 WS-WEIGHT-TEXT            PIC X(3)  VALUE SPACES.
       01 WS-WEIGHT-FLAG            PIC X(1)  VALUE SPACES.
          88 WS-WEIGHT-NOT-NUMERIC            VALUE 'Y'.
       01 WS-NEW-TOTAL-WEIGHT       PIC 9(4)  VALUE ZEROES.
       01 WS-TGTDATE-NUMERIC        PIC 9(8)  VALUE ZEROES.
       01 WS-TGTDATE-CHECK          PIC S9(4) USAGE COMP VALUE ZEROES.
          88 TARGET-DATE-IS-VALID             VALUE ZERO.
       01 WS-TODAY                  PIC X(8)  VALUE SPACES.
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
      *    REMEMBERS WHOSE BEHALF IT WAS ON FOR THE OBJECTIVE'S STAMP.
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
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION - USED
      *   WHEN EMYRECP HANDS OFF THE CALLER'S OWN EMPLOYEE ID.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA               PIC X(8).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

      *    >>> DEBUGGING ONLY <<<
           MOVE 'MAIN-LOGIC' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF EIBCALEN IS GREATER THAN ZERO THEN
              PERFORM 1500-FIRST-INTERACTION-FROM-HANDOFF
           ELSE
              EXEC CICS GET
                   CONTAINER(APP-OBJECTIVE-CONTAINER-NAME)
                   CHANNEL(APP-OBJECTIVE-CHANNEL-NAME)
                   INTO (OBJECTIVE-CONTAINER)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              EVALUATE WS-CICS-RESPONSE
              WHEN DFHRESP(CHANNELERR)
              WHEN DFHRESP(CONTAINERERR)
      *            1ST INTERACTION -> NO CONTAINER YET (CREATE IT)
                   PERFORM 1000-FIRST-INTERACTION
              WHEN DFHRESP(NORMAL)
      *            NEXT INTERACTIONS -> CONTAINER FOUND (CONTINUE)
                   PERFORM 2000-PROCESS-USER-INPUT
              WHEN OTHER
                   MOVE 'Error Retrieving Objectives Container!'
                      TO WS-MESSAGE
              END-EVALUATE
           END-IF.

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

           PERFORM 1200-ESTABLISH-VIEW-MODE.

           IF OBC-MAINTAIN-ANY THEN
              MOVE 'Enter an Employee ID to Show Their Objectives!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
           ELSE
              PERFORM 1300-LOCATE-OWN-EMPLOYEE
           END-IF.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CLEAR ALL RECORDS AND VARIABLES.
           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE OBJECTIVE-CONTAINER.
           INITIALIZE OBJECTIVE-RECORD.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EOBJMO.

       1200-ESTABLISH-VIEW-MODE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-ESTABLISH-VIEW-MODE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    ANY EMPLOYEE'S OBJECTIVES ONLY FOR A CALLER GRANTED
      *    'OBJMAINT'. EVERYONE ELSE (AN ANONYMOUS CALLER INCLUDED)
      *    IS HELD TO READING THEIR OWN. SETTLED ONCE HERE AND
      *    CARRIED IN THE CONTAINER, WITH THE CALLER'S OWN EMPLOYEE
      *    SO A MAINTAINER'S OWN OBJECTIVES STAY READ-ONLY TOO.
           MOVE MON-USER-ID TO OBC-USER-ID.
           MOVE MON-USER-CATEGORY TO OBC-USER-CATEGORY.
           SET OBC-OWN-READ-ONLY TO TRUE.
           MOVE ZEROES TO OBC-OWN-EMPLOYEE-ID.

           IF OBC-USER-ID IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE OBC-USER-ID TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILE-NAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE RU-EMPLOYEE-ID TO OBC-OWN-EMPLOYEE-ID
           END-IF.

           MOVE 'OBJMAINT' TO WS-PERM-FUNCTION.
           MOVE OBC-USER-CATEGORY TO WS-PERM-USER-TYPE.
           PERFORM 8500-CHECK-PERMISSION.

           IF WS-PERM-ALLOWED OR (WS-PERM-USE-LEGACY AND
              (OBC-UC-ADMINISTRATOR OR OBC-UC-MANAGER)) THEN
              SET OBC-MAINTAIN-ANY TO TRUE
           END-IF.

       1300-LOCATE-OWN-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1300-LOCATE-OWN-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    SAME SIGN-ON-LINK RESOLUTION AS EMYRECP'S 2000 - THE
      *    EMPLOYEE SHOWN IS THE ONE THE SIGN-ON IS LINKED TO.
           IF OBC-USER-ID IS EQUAL TO SPACES THEN
              MOVE 'Please Sign On Before Viewing Your Objectives!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           IF OBC-OWN-EMPLOYEE-ID IS EQUAL TO ZERO THEN
              MOVE 'No Employee Record Is Linked To Your Sign-On - Conta
      -           'ct HR!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE OBC-OWN-EMPLOYEE-ID TO OBC-EMPLOYEE-ID.
           PERFORM 2060-CONFIRM-EMPLOYEE.

       1500-FIRST-INTERACTION-FROM-HANDOFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1500-FIRST-INTERACTION-FROM-HANDOFF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    EMYRECP'S HANDOFF CARRIES THE CALLER'S OWN EMPLOYEE. ONLY
      *    AN 'OBJMAINT' CALLER'S IS TAKEN AT ITS WORD - ANYONE ELSE
      *    GETS THE SIGN-ON LINK.
           PERFORM 1100-INITIALIZE.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           PERFORM 1200-ESTABLISH-VIEW-MODE.

           IF OBC-MAINTAIN-ANY THEN
              MOVE DFHCOMMAREA TO OBC-EMPLOYEE-ID
              PERFORM 2060-CONFIRM-EMPLOYEE
           ELSE
              PERFORM 1300-LOCATE-OWN-EMPLOYEE

      *       SOMEONE ELSE'S ID IN THE COMM-AREA IS REFUSED OUTRIGHT
      *       RATHER THAN QUIETLY SWAPPED FOR THE CALLER'S.
              IF OBC-EMPLOYEE-LOCATED AND
                 DFHCOMMAREA IS NOT EQUAL TO OBC-EMPLOYEE-ID THEN
                 PERFORM 2610-CLEAR-EMPLOYEE
                 MOVE WS-ACCESS-DENIED-PROMPT TO WS-MESSAGE
              END-IF
           END-IF.

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
                MAP(APP-OBJECTIVE-MAP-NAME)
                MAPSET(APP-OBJECTIVE-MAPSET-NAME)
                INTO (EOBJMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE
           WHEN DFHPF3
                PERFORM 2200-SAVE-OBJECTIVE
      *         DON'T END THE CONVERSATION ON A FAILED VALIDATION -
      *         FALL THROUGH TO 9000-SEND-MAP-AND-RETURN BELOW, WHICH
      *         RE-DISPLAYS THE MAP WITH THE VALIDATION ERROR.
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-OBJECTIVE-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-OBJECTIVE
           WHEN DFHPF5
                PERFORM 2250-START-NEW-OBJECTIVE
           WHEN DFHPF7
                PERFORM 2320-SHOW-PREVIOUS-OBJECTIVE
           WHEN DFHPF8
                PERFORM 2330-SHOW-NEXT-OBJECTIVE
           WHEN DFHPF9
                IF OBC-MAINTAIN-ANY
                   PERFORM 2600-CLEAR-SCREEN
                ELSE
                   MOVE 'Invalid Key!' TO WS-MESSAGE
                END-IF
           WHEN DFHPF10
                PERFORM 2500-SIGN-USER-OFF
           WHEN DFHPF12
                PERFORM 2400-DELETE-OBJECTIVE-CONTAINER
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
           WHEN OBC-NOT-SET AND OBC-MAINTAIN-ANY
                PERFORM 2110-LOCATE-EMPLOYEE
           WHEN OBC-NOT-SET
                PERFORM 1300-LOCATE-OWN-EMPLOYEE
           WHEN OBC-EMPLOYEE-EDITABLE
                PERFORM 2150-VALIDATE-USER-INPUT
           WHEN OTHER
                MOVE WS-READ-ONLY-PROMPT TO WS-MESSAGE
           END-EVALUATE.

       2110-LOCATE-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOCATE-EMPLOYEE' TO WS-DEBUG-AID.
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
           MOVE EMPLIDI TO OBC-EMPLOYEE-ID.

           PERFORM 2060-CONFIRM-EMPLOYEE.

       2060-CONFIRM-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2060-CONFIRM-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET OBC-NOT-SET TO TRUE.
           SET OBC-EMPLOYEE-READ-ONLY TO TRUE.
           SET OBC-EDITING-EXISTING TO TRUE.
           MOVE SPACES TO OBC-OBJECTIVE-RECORD.
           MOVE OBC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

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

      *    A MANAGER ONLY SEES THE OBJECTIVES OF THE DEPARTMENTS THEY
      *    MANAGE (OR ARE COVERING FOR) - THEIR OWN EXCEPTED.
           IF OBC-MAINTAIN-ANY AND OBC-UC-MANAGER AND
              OBC-EMPLOYEE-ID IS NOT EQUAL TO OBC-OWN-EMPLOYEE-ID
              MOVE OBC-USER-ID TO WS-SCOPE-USER-ID
              MOVE EMP-DEPARTMENT-ID TO WS-SCOPE-TARGET-DEPT
              PERFORM 8600-CHECK-MANAGER-SCOPE
              IF NOT WS-MANAGER-IN-SCOPE
                 MOVE 'Access Denied - Employee Is Outside The Departmen
      -               'ts You Manage!'
                    TO WS-MESSAGE
                 MOVE -1 TO EMPLIDL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           PERFORM 2070-READ-CYCLE-RECORD.

           IF CYC-CYCLE-NAME IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           SET OBC-EMPLOYEE-LOCATED TO TRUE.
           MOVE EMP-PRIMARY-NAME TO OBC-PRIMARY-NAME.
           MOVE EMP-DEPARTMENT-ID TO OBC-DEPARTMENT-ID.
           MOVE CYC-CYCLE-NAME TO OBC-CYCLE-NAME.
           MOVE CYC-WINDOW-START TO OBC-WINDOW-START.
           MOVE CYC-WINDOW-END TO OBC-WINDOW-END.

           IF OBC-MAINTAIN-ANY AND
              OBC-EMPLOYEE-ID IS NOT EQUAL TO OBC-OWN-EMPLOYEE-ID
              SET OBC-EMPLOYEE-EDITABLE TO TRUE
           END-IF.

           PERFORM 2300-SUMMARIZE-OBJECTIVES.

           EVALUATE TRUE
           WHEN OBC-OBJECTIVE-COUNT IS GREATER THAN ZERO
                MOVE WS-FIRST-OBJECTIVE TO OBJECTIVE-RECORD
                PERFORM 2360-PUT-OBJECTIVE-ON-SCREEN
           WHEN OBC-EMPLOYEE-EDITABLE
                PERFORM 2250-START-NEW-OBJECTIVE
                MOVE 'No Objectives Set Yet - Enter the First, then PF4=
      -              'Save/Continue.'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'No Objectives Set For This Appraisal Cycle Yet!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2070-READ-CYCLE-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2070-READ-CYCLE-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    OBJECTIVES BELONG TO THE CYCLE HR IS RUNNING NOW - NO
      *    CYCLE ON FILE MEANS NOTHING TO SHOW OR SET THEM AGAINST.
           INITIALIZE APPRAISAL-CYCLE-RECORD.

           EXEC CICS READ
                FILE(APP-APPRCYCLE-FILE-NAME)
                INTO (APPRAISAL-CYCLE-RECORD)
                RIDFLD(APP-APPRCYCLE-RRN)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF CYC-CYCLE-NAME IS EQUAL TO SPACES
                   MOVE 'No Appraisal Cycle Defined - Set One Up On EAPC
      -                 'ADM First!'
                      TO WS-MESSAGE
                END-IF
           WHEN DFHRESP(NOTFND)
                MOVE 'No Appraisal Cycle Defined - Set One Up On EAPCADM
      -              ' First!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Appraisal Cycle File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Appraisal Cycle Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              INITIALIZE APPRAISAL-CYCLE-RECORD
           END-IF.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE OBC-OBJECTIVE-RECORD TO OBJECTIVE-RECORD.
           MOVE SPACE TO WS-WEIGHT-FLAG.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF OBJTXTL IS GREATER THAN ZERO THEN
              MOVE OBJTXTI TO OBJ-OBJECTIVE-TEXT
           END-IF.

           IF WEIGHTL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(WEIGHTI)
                   LENGTH(LENGTH OF WEIGHTI)
                   END-EXEC
              MOVE WEIGHTI TO WS-WEIGHT-TEXT
              IF WS-WEIGHT-TEXT IS NUMERIC
                 MOVE WS-WEIGHT-TEXT TO OBJ-WEIGHT-PCT
              ELSE
                 SET WS-WEIGHT-NOT-NUMERIC TO TRUE
              END-IF
           END-IF.

           IF TGTDTL IS GREATER THAN ZERO THEN
              MOVE TGTDTI TO OBJ-TARGET-DATE
           END-IF.

           IF MIDSTSL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(MIDSTSI) TO OBJ-MIDYEAR-STATUS
           END-IF.

           IF YERENDL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(YERENDI) TO OBJ-YEAREND-RESULT
           END-IF.

      *    NOTHING KEYED FOR EITHER CHECK-IN MEANS IT HASN'T HAPPENED.
           IF OBJ-MIDYEAR-STATUS IS EQUAL TO SPACE OR LOW-VALUE THEN
              SET OBJ-MID-NOT-REVIEWED TO TRUE
           END-IF.

           IF OBJ-YEAREND-RESULT IS EQUAL TO SPACE OR LOW-VALUE THEN
              SET OBJ-YE-NOT-ASSESSED TO TRUE
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE OBJECTIVE-RECORD TO OBC-OBJECTIVE-RECORD.

      *    VALIDATE FIELDS.
           PERFORM 2160-VALIDATE-TARGET-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

      *    THIS OBJECTIVE'S WEIGHT AS LOADED COMES OUT OF THE CYCLE'S
      *    TOTAL AND THE NEW ONE GOES IN.
           COMPUTE WS-NEW-TOTAL-WEIGHT = OBC-TOTAL-WEIGHT
                 - OBC-ORIGINAL-WEIGHT + OBJ-WEIGHT-PCT.

           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN OBJ-OBJECTIVE-TEXT IS EQUAL TO SPACES
                MOVE 'Validation Error: Objective Text is required!'
                   TO WS-MESSAGE
                MOVE -1 TO OBJTXTL
           WHEN WS-WEIGHT-NOT-NUMERIC
           WHEN OBJ-WEIGHT-PCT IS EQUAL TO ZERO
           WHEN OBJ-WEIGHT-PCT IS GREATER THAN 100
                MOVE 'Validation Error: Weight must be a percentage from
      -              ' 1 to 100!'
                   TO WS-MESSAGE
                MOVE -1 TO WEIGHTL
           WHEN WS-NEW-TOTAL-WEIGHT IS GREATER THAN 100
                MOVE 'Validation Error: Weights For This Cycle Would Tot
      -              'al Over 100%!'
                   TO WS-MESSAGE
                MOVE -1 TO WEIGHTL
           WHEN NOT TARGET-DATE-IS-VALID
                MOVE 'Validation Error: Target Date must be a valid YYYY
      -              'MMDD date!'
                   TO WS-MESSAGE
                MOVE -1 TO TGTDTL
           WHEN OBJ-TARGET-DATE IS GREATER THAN OBC-WINDOW-END
                MOVE 'Validation Error: Target Date is after the Apprais
      -              'al Window End!'
                   TO WS-MESSAGE
                MOVE -1 TO TGTDTL
           WHEN NOT OBJ-MID-STATUS-VALID
                MOVE 'Validation Error: Mid-Year must be N, O, R, B or A
      -              '!'
                   TO WS-MESSAGE
                MOVE -1 TO MIDSTSL
           WHEN NOT OBJ-YE-RESULT-VALID
                MOVE 'Validation Error: Year-End must be N, E, M, P or U
      -              '!'
                   TO WS-MESSAGE
                MOVE -1 TO YERENDL
           WHEN NOT OBJ-YE-NOT-ASSESSED AND
                WS-TODAY IS LESS THAN OBC-WINDOW-START
                MOVE 'Validation Error: Year-End cannot be assessed befo
      -              're the Appraisal Window!'
                   TO WS-MESSAGE
                MOVE -1 TO YERENDL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save/Continue or PF3=Save/E
      -              'xit.'
                   TO WS-MESSAGE
                MOVE -1 TO OBJTXTL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2160-VALIDATE-TARGET-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-VALIDATE-TARGET-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE 1 TO WS-TGTDATE-CHECK.

           IF OBJ-TARGET-DATE IS NUMERIC THEN
              MOVE OBJ-TARGET-DATE TO WS-TGTDATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-TGTDATE-NUMERIC)
                 TO WS-TGTDATE-CHECK
           END-IF.

       2200-SAVE-OBJECTIVE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-OBJECTIVE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-VALIDATION-FLAG.

      *    NOTHING TO SAVE UNTIL AN EMPLOYEE HAS BEEN LOCATED, AND
      *    NOTHING AT ALL ON A READ-ONLY VIEW.
           IF OBC-NOT-SET THEN
              MOVE 'Enter an Employee ID and press ENTER first!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           IF NOT OBC-EMPLOYEE-EDITABLE THEN
              MOVE 'Access Denied - These Objectives Are Read Only!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    TAKE THE CYCLE'S TOTAL WEIGHT AFRESH - ANOTHER MANAGER MAY
      *    HAVE SAVED ONE OF THIS EMPLOYEE'S OBJECTIVES SINCE.
           PERFORM 2300-SUMMARIZE-OBJECTIVES.
           PERFORM 2150-VALIDATE-USER-INPUT.

           IF NOT VALIDATION-PASSED
              EXIT PARAGRAPH
           END-IF.

      *    THE SCOPE IS TAKEN AGAIN AT SAVE TIME - A DELEGATION MAY
      *    HAVE LAPSED SINCE THE LOOKUP, AND THE STAMP NEEDS TO KNOW
      *    WHOSE BEHALF THE OBJECTIVE IS SET ON.
           INITIALIZE WS-SCOPE-VIA-FLAG.
           MOVE SPACES TO WS-SCOPE-DELEGATOR-ID.

           IF OBC-UC-MANAGER
              MOVE OBC-USER-ID TO WS-SCOPE-USER-ID
              MOVE OBC-DEPARTMENT-ID TO WS-SCOPE-TARGET-DEPT
              PERFORM 8600-CHECK-MANAGER-SCOPE
              IF NOT WS-MANAGER-IN-SCOPE
                 INITIALIZE WS-VALIDATION-FLAG
                 MOVE 'Access Denied - Employee Is Outside The Departmen
      -               'ts You Manage!'
                    TO WS-MESSAGE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE 'Saving Objective...' TO WS-MESSAGE.

           EVALUATE TRUE
           WHEN OBC-ADDING-NEW-OBJECTIVE
                PERFORM 3000-WRITE-NEW-OBJECTIVE
           WHEN OTHER
                PERFORM 3100-REWRITE-EXISTING-OBJECTIVE
           END-EVALUATE.

           IF VALIDATION-PASSED
              PERFORM 2300-SUMMARIZE-OBJECTIVES
              MOVE OBC-OBJECTIVE-RECORD TO OBJECTIVE-RECORD
              SET OBC-EDITING-EXISTING TO TRUE
              MOVE OBJ-WEIGHT-PCT TO OBC-ORIGINAL-WEIGHT
              MOVE -1 TO OBJTXTL
           END-IF.

       2250-START-NEW-OBJECTIVE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-START-NEW-OBJECTIVE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF OBC-NOT-SET THEN
              MOVE 'Locate an Employee First!' TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           IF NOT OBC-EMPLOYEE-EDITABLE THEN
              MOVE 'Access Denied - These Objectives Are Read Only!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
           WHEN OBC-LAST-SEQUENCE IS NOT LESS THAN 99
                MOVE 'Error: No More Objectives Can Be Set For This Cycl
      -              'e!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           WHEN OBC-TOTAL-WEIGHT IS NOT LESS THAN 100
                MOVE 'Validation Error: Weights Already Total 100% - Red
      -              'uce One First!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

      *    OBJECTIVES ARE NUMBERED IN THE ORDER THEY ARE SET AND NEVER
      *    DELETED, SO THE NEW ONE FOLLOWS THE LAST ON FILE.
           INITIALIZE OBJECTIVE-RECORD.
           MOVE OBC-EMPLOYEE-ID TO OBJ-EMPLOYEE-ID.
           MOVE OBC-CYCLE-NAME TO OBJ-CYCLE-NAME.
           ADD 1 TO OBC-LAST-SEQUENCE GIVING OBJ-SEQUENCE.
           MOVE OBC-DEPARTMENT-ID TO OBJ-DEPARTMENT-ID.
           SET OBJ-MID-NOT-REVIEWED TO TRUE.
           SET OBJ-YE-NOT-ASSESSED TO TRUE.

           MOVE OBJECTIVE-RECORD TO OBC-OBJECTIVE-RECORD.
           SET OBC-ADDING-NEW-OBJECTIVE TO TRUE.
           MOVE ZEROES TO OBC-ORIGINAL-WEIGHT.

           MOVE WS-NEW-PROMPT TO WS-MESSAGE.
           MOVE -1 TO OBJTXTL.

       2300-SUMMARIZE-OBJECTIVES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-SUMMARIZE-OBJECTIVES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE OBJECTIVE FILE LEADS WITH THE EMPLOYEE AND THE CYCLE, SO
      *    ONE CYCLE'S OBJECTIVES SIT TOGETHER AND THE BROWSE IS SHORT.
           MOVE ZEROES TO OBC-OBJECTIVE-COUNT.
           MOVE ZEROES TO OBC-TOTAL-WEIGHT.
           MOVE ZEROES TO OBC-LAST-SEQUENCE.
           MOVE SPACES TO WS-FIRST-OBJECTIVE.
           MOVE SPACE TO WS-OBJ-SCAN-SWITCH.

           MOVE OBC-EMPLOYEE-ID TO WS-SCAN-EMPLOYEE-ID.
           MOVE OBC-CYCLE-NAME TO WS-SCAN-CYCLE-NAME.
           MOVE ZEROES TO WS-SCAN-SEQUENCE.

           EXEC CICS STARTBR
                FILE(APP-OBJECTIVE-FILE-NAME)
                RIDFLD(WS-OBJ-SCAN-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2310-SCAN-NEXT-OBJECTIVE
                   UNTIL WS-OBJ-SCAN-DONE

                EXEC CICS ENDBR
                     FILE(APP-OBJECTIVE-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Objective File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Objectives!' TO WS-MESSAGE
           END-EVALUATE.

       2310-SCAN-NEXT-OBJECTIVE.
           EXEC CICS READNEXT
                FILE(APP-OBJECTIVE-FILE-NAME)
                INTO (OBJECTIVE-RECORD)
                RIDFLD(WS-OBJ-SCAN-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-OBJ-SCAN-DONE TO TRUE
           WHEN OBJ-EMPLOYEE-ID IS NOT EQUAL TO OBC-EMPLOYEE-ID
                SET WS-OBJ-SCAN-DONE TO TRUE
           WHEN OBJ-CYCLE-NAME IS NOT EQUAL TO OBC-CYCLE-NAME
                SET WS-OBJ-SCAN-DONE TO TRUE
           WHEN OTHER
                ADD 1 TO OBC-OBJECTIVE-COUNT
                ADD OBJ-WEIGHT-PCT TO OBC-TOTAL-WEIGHT
                MOVE OBJ-SEQUENCE TO OBC-LAST-SEQUENCE
                IF OBC-OBJECTIVE-COUNT IS EQUAL TO 1
                   MOVE OBJECTIVE-RECORD TO WS-FIRST-OBJECTIVE
                END-IF
           END-EVALUATE.

       2320-SHOW-PREVIOUS-OBJECTIVE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2320-SHOW-PREVIOUS-OBJECTIVE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF OBC-NOT-SET THEN
              MOVE 'Locate an Employee First!' TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

      *    SEQUENCES RUN UNBROKEN FROM 01, SO THE ONE BEFORE IS A
      *    DIRECT READ. A NEW OBJECTIVE NOT YET SAVED IS ABANDONED.
           MOVE OBC-OBJECTIVE-RECORD TO OBJECTIVE-RECORD.

           IF OBC-OBJECTIVE-RECORD IS EQUAL TO SPACES OR
              OBJ-SEQUENCE IS NOT GREATER THAN 1 THEN
              MOVE 'No Earlier Objectives - PF8=Next.' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           SUBTRACT 1 FROM OBJ-SEQUENCE GIVING WS-WANTED-SEQUENCE.
           PERFORM 2350-READ-OBJECTIVE-AT-SEQUENCE.

       2330-SHOW-NEXT-OBJECTIVE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2330-SHOW-NEXT-OBJECTIVE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF OBC-NOT-SET THEN
              MOVE 'Locate an Employee First!' TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE OBC-OBJECTIVE-RECORD TO OBJECTIVE-RECORD.

           IF OBC-OBJECTIVE-RECORD IS EQUAL TO SPACES OR
              OBJ-SEQUENCE IS NOT LESS THAN OBC-LAST-SEQUENCE THEN
              MOVE 'No More Objectives - PF7=Previous.' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO OBJ-SEQUENCE GIVING WS-WANTED-SEQUENCE.
           PERFORM 2350-READ-OBJECTIVE-AT-SEQUENCE.

       2350-READ-OBJECTIVE-AT-SEQUENCE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2350-READ-OBJECTIVE-AT-SEQUENCE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE OBC-EMPLOYEE-ID TO OBJ-EMPLOYEE-ID.
           MOVE OBC-CYCLE-NAME TO OBJ-CYCLE-NAME.
           MOVE WS-WANTED-SEQUENCE TO OBJ-SEQUENCE.

           EXEC CICS READ
                FILE(APP-OBJECTIVE-FILE-NAME)
                INTO (OBJECTIVE-RECORD)
                RIDFLD(OBJ-OBJECTIVE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2360-PUT-OBJECTIVE-ON-SCREEN
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Objective Not Found!' TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Objective File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Objective!' TO WS-MESSAGE
           END-EVALUATE.

       2360-PUT-OBJECTIVE-ON-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2360-PUT-OBJECTIVE-ON-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE OBJECTIVE-RECORD TO OBC-OBJECTIVE-RECORD.
           SET OBC-EDITING-EXISTING TO TRUE.
           MOVE OBJ-WEIGHT-PCT TO OBC-ORIGINAL-WEIGHT.

           IF OBC-EMPLOYEE-EDITABLE THEN
              MOVE WS-EDIT-PROMPT TO WS-MESSAGE
              MOVE -1 TO OBJTXTL
           ELSE
              MOVE WS-READ-ONLY-PROMPT TO WS-MESSAGE
           END-IF.

       2400-DELETE-OBJECTIVE-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-OBJECTIVE-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-OBJECTIVE-CONTAINER-NAME)
                CHANNEL(APP-OBJECTIVE-CHANNEL-NAME)
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

           PERFORM 2610-CLEAR-EMPLOYEE.

           MOVE 'Enter an Employee ID to Show Their Objectives!'
              TO WS-MESSAGE.
           MOVE -1 TO EMPLIDL.

       2610-CLEAR-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2610-CLEAR-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SIGNED-ON USER AND THE VIEW MODE STAY - ONLY THE
      *    EMPLOYEE AND THEIR OBJECTIVES ARE CLEARED.
           SET OBC-NOT-SET TO TRUE.
           SET OBC-EMPLOYEE-READ-ONLY TO TRUE.
           SET OBC-EDITING-EXISTING TO TRUE.
           MOVE ZEROES TO OBC-EMPLOYEE-ID.
           MOVE SPACES TO OBC-PRIMARY-NAME.
           MOVE ZEROES TO OBC-DEPARTMENT-ID.
           MOVE SPACES TO OBC-CYCLE-NAME.
           MOVE SPACES TO OBC-WINDOW-START.
           MOVE SPACES TO OBC-WINDOW-END.
           MOVE ZEROES TO OBC-OBJECTIVE-COUNT.
           MOVE ZEROES TO OBC-TOTAL-WEIGHT.
           MOVE ZEROES TO OBC-LAST-SEQUENCE.
           MOVE ZEROES TO OBC-ORIGINAL-WEIGHT.
           MOVE SPACES TO OBC-OBJECTIVE-RECORD.
           INITIALIZE OBJECTIVE-RECORD.
           INITIALIZE EOBJMO.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-OBJECTIVE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-OBJECTIVE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE OBC-OBJECTIVE-RECORD TO OBJECTIVE-RECORD.
           MOVE OBC-USER-ID TO OBJ-SET-BY-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OBJ-SET-DATE.
           MOVE OBC-USER-ID TO OBJ-UPDATED-BY-USER-ID.
           MOVE OBJ-SET-DATE TO OBJ-UPDATED-DATE.
           PERFORM 3200-STAMP-ON-BEHALF-OF.

           EXEC CICS WRITE
                FILE(APP-OBJECTIVE-FILE-NAME)
                FROM (OBJECTIVE-RECORD)
                RIDFLD(OBJ-OBJECTIVE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Record Saved - Objective Added!' TO WS-MESSAGE
                MOVE OBJECTIVE-RECORD TO OBC-OBJECTIVE-RECORD
           WHEN DFHRESP(DUPREC)
      *         ANOTHER MANAGER TOOK THIS NUMBER SINCE PF5.
                MOVE 'Error: Objective Number Taken By Another User - PF
      -              '5 and Re-Enter!'
                   TO WS-MESSAGE
                INITIALIZE WS-VALIDATION-FLAG
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Objective File Not Open!' TO WS-MESSAGE
                INITIALIZE WS-VALIDATION-FLAG
           WHEN OTHER
                MOVE 'Error Writing Objective Record!' TO WS-MESSAGE
                INITIALIZE WS-VALIDATION-FLAG
           END-EVALUATE.

       3100-REWRITE-EXISTING-OBJECTIVE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-OBJECTIVE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           MOVE OBC-OBJECTIVE-RECORD TO OBJECTIVE-RECORD.
           MOVE OBJ-OBJECTIVE-TEXT TO WS-ENT-OBJECTIVE-TEXT.
           MOVE OBJ-WEIGHT-PCT TO WS-ENT-WEIGHT-PCT.
           MOVE OBJ-TARGET-DATE TO WS-ENT-TARGET-DATE.
           MOVE OBJ-MIDYEAR-STATUS TO WS-ENT-MIDYEAR-STATUS.
           MOVE OBJ-YEAREND-RESULT TO WS-ENT-YEAREND-RESULT.

           EXEC CICS READ
                FILE(APP-OBJECTIVE-FILE-NAME)
                INTO (OBJECTIVE-RECORD)
                RIDFLD(OBJ-OBJECTIVE-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Objective No Longer On File!' TO WS-MESSAGE
                INITIALIZE WS-VALIDATION-FLAG
                EXIT PARAGRAPH
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Objective File Not Open!' TO WS-MESSAGE
                INITIALIZE WS-VALIDATION-FLAG
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Objective Record!' TO WS-MESSAGE
                INITIALIZE WS-VALIDATION-FLAG
                EXIT PARAGRAPH
           END-EVALUATE.

           MOVE WS-ENT-OBJECTIVE-TEXT TO OBJ-OBJECTIVE-TEXT.
           MOVE WS-ENT-WEIGHT-PCT TO OBJ-WEIGHT-PCT.
           MOVE WS-ENT-TARGET-DATE TO OBJ-TARGET-DATE.
           MOVE WS-ENT-MIDYEAR-STATUS TO OBJ-MIDYEAR-STATUS.
           MOVE WS-ENT-YEAREND-RESULT TO OBJ-YEAREND-RESULT.
           MOVE OBC-USER-ID TO OBJ-UPDATED-BY-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OBJ-UPDATED-DATE.
           PERFORM 3200-STAMP-ON-BEHALF-OF.

           EXEC CICS REWRITE
                FILE(APP-OBJECTIVE-FILE-NAME)
                FROM (OBJECTIVE-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Record Saved - Objective Updated!' TO WS-MESSAGE
                MOVE OBJECTIVE-RECORD TO OBC-OBJECTIVE-RECORD
           WHEN OTHER
                MOVE 'Error Rewriting Objective Record!' TO WS-MESSAGE
                INITIALIZE WS-VALIDATION-FLAG
           END-EVALUATE.

       3200-STAMP-ON-BEHALF-OF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3200-STAMP-ON-BEHALF-OF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF WS-SCOPE-VIA-DELEGATE
              MOVE WS-SCOPE-DELEGATOR-ID TO OBJ-ON-BEHALF-OF-USER-ID
           ELSE
              MOVE SPACES TO OBJ-ON-BEHALF-OF-USER-ID
           END-IF.

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
           MOVE APP-OBJECTIVE-PROGRAM-NAME TO MON-LINKING-PROGRAM.
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
           PERFORM 9150-PUT-OBJECTIVE-CONTAINER.

           EXEC CICS SEND
                MAP(APP-OBJECTIVE-MAP-NAME)
                MAPSET(APP-OBJECTIVE-MAPSET-NAME)
                FROM (EOBJMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-OBJECTIVE-CHANNEL-NAME)
                TRANSID(APP-OBJECTIVE-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           IF OBC-EMPLOYEE-LOCATED THEN
              MOVE OBC-EMPLOYEE-ID TO EMPLIDO
              MOVE OBC-PRIMARY-NAME TO PRNAMEO
              MOVE OBC-CYCLE-NAME TO CYCNAMO
              MOVE OBC-OBJECTIVE-COUNT TO OBJCNTO
              MOVE OBC-TOTAL-WEIGHT TO TOTWGTO
           END-IF.

           IF OBC-EMPLOYEE-LOCATED AND
              OBC-OBJECTIVE-RECORD IS NOT EQUAL TO SPACES THEN
              MOVE OBC-OBJECTIVE-RECORD TO OBJECTIVE-RECORD

              MOVE OBJ-SEQUENCE TO OBJSEQO
              MOVE OBJ-OBJECTIVE-TEXT TO OBJTXTO
              MOVE OBJ-WEIGHT-PCT TO WEIGHTO
              MOVE OBJ-TARGET-DATE TO TGTDTO
              MOVE OBJ-MIDYEAR-STATUS TO MIDSTSO
              MOVE OBJ-YEAREND-RESULT TO YERENDO
              MOVE OBJ-SET-BY-USER-ID TO SETBYO
           END-IF.

      *    A CALLER HELD TO THEIR OWN OBJECTIVES CAN'T KEY ANOTHER ID,
      *    AND NOTHING CAN BE KEYED OVER A READ-ONLY VIEW.
           IF OBC-OWN-READ-ONLY THEN
              MOVE DFHBMPRO TO EMPLIDA
           END-IF.

           IF NOT OBC-EMPLOYEE-EDITABLE THEN
              MOVE DFHBMPRO TO OBJTXTA
              MOVE DFHBMPRO TO WEIGHTA
              MOVE DFHBMPRO TO TGTDTA
              MOVE DFHBMPRO TO MIDSTSA
              MOVE DFHBMPRO TO YERENDA
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:6) IS EQUAL TO 'Record'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:10) IS EQUAL TO 'Objectives'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Changes'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:6) IS EQUAL TO 'Please'
                MOVE DFHYELLO TO MESSC
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

       9150-PUT-OBJECTIVE-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-OBJECTIVE-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-OBJECTIVE-CONTAINER-NAME)
                CHANNEL(APP-OBJECTIVE-CHANNEL-NAME)
                FROM (OBJECTIVE-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Objectives Container!'
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
