       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECASP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'DISCIPLINARY AND GRIEVANCE CASES' PROGRAM.
      *      - THE FORMAL CASE FILE BEHIND ENOTEP'S FREE-TEXT NOTES:
      *        ONE RECORD PER CASE, KEYED EMPLOYEE + CASE NUMBER (SEE
      *        ECASES.CPY), WITH THE CASE TYPE, THE STAGE IT HAS
      *        REACHED (INVESTIGATION, HEARING, OUTCOME, APPEAL), A
      *        DUE DATE PER STAGE, THE OUTCOME AND THE CLOSED DATE.
      *      - A BLANK CASE NUMBER OPENS THE EMPLOYEE'S NEXT CASE.
      *        STAGES ONLY MOVE FORWARD, STAGE DUE DATES MUST RUN IN
      *        STAGE ORDER, AND A CASE CAN'T BE CLOSED WITHOUT AN
      *        OUTCOME. ECASRP REPORTS THE DEADLINES EACH WEEK.
      *      - ACCESS IS GATED THROUGH THE EPERMTX MATRIX (FUNCTION
      *        'CASEFILE'; LEGACY RULE: MANAGERS AND ADMINISTRATORS),
      *        THE SAME WAY AS ENOTEP'S 'CASENOTE'.
      *      - REACHED FROM EVIEWP'S DETAIL SCREEN (PF17) WITH THE
      *        EMPLOYEE ALREADY LOCATED, OR ENTERED DIRECTLY.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - CASE FILE MAPSET.
      *      - CASE FILE CONTAINER.
      *      - DISCIPLINARY / GRIEVANCE CASE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - PERMISSION MATRIX RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ECASMAP.
       COPY ECASCTR.
       COPY ECASES.
       COPY EMPMAST.
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
       01 WS-VALIDATION-FLAG        PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED                VALUE 'Y'.
          88 VALIDATION-FAILED                VALUE SPACES.
      *
       01 WS-EMPLOYEE-CHECK         PIC X(1)  VALUE SPACES.
          88 EMPLOYEE-FOUND                   VALUE 'Y'.
          88 EMPLOYEE-NOT-FOUND               VALUE SPACES.
      *
       01 WS-TODAY                  PIC X(8)  VALUE SPACES.
      *
      *    STAGE NAMES IN STAGE ORDER - THE POSITION IS THE STAGE'S
      *    RANK, WHICH ALSO SUBSCRIPTS CAS-STAGE-DUE-DATE.
      *
       01 WS-STAGE-NAME-VALUES.
          05 FILLER                 PIC X(13) VALUE 'Investigation'.
          05 FILLER                 PIC X(13) VALUE 'Hearing'.
          05 FILLER                 PIC X(13) VALUE 'Outcome'.
          05 FILLER                 PIC X(13) VALUE 'Appeal'.
       01 WS-STAGE-NAME-TABLE REDEFINES WS-STAGE-NAME-VALUES.
          05 WS-STAGE-NAME          PIC X(13) OCCURS 4 TIMES.
      *
       01 WS-STAGE-RANKING.
          05 WS-RANK-STAGE-CODE     PIC X(1)  VALUE SPACES.
          05 WS-RANK-RESULT         PIC 9(1)  VALUE ZERO.
          05 WS-STAGE-RANK          PIC 9(1)  VALUE ZERO.
          05 WS-PRIOR-STAGE-RANK    PIC 9(1)  VALUE ZERO.
      *
      *    STAGE DUE-DATE CHECKS - THE FIRST BAD DATE FOUND AND WHY.
      *
       01 WS-DUE-DATE-CHECKS.
          05 WS-DUE-SUB             PIC S9(4) USAGE IS BINARY.
          05 WS-BAD-DUE-SUB         PIC S9(4) USAGE IS BINARY.
          05 WS-LAST-DUE-DATE       PIC X(8)  VALUE SPACES.
          05 WS-BAD-DUE-REASON      PIC X(1)  VALUE SPACES.
             88 DUE-NOT-A-DATE                VALUE 'D'.
             88 DUE-BEFORE-OPENED             VALUE 'O'.
             88 DUE-OUT-OF-SEQUENCE           VALUE 'S'.
      *
       01 WS-DATE-NUMERIC           PIC 9(8)  VALUE ZEROES.
       01 WS-DATE-CHECK             PIC S9(4) USAGE COMP VALUE ZEROES.
          88 DATE-IS-VALID                    VALUE ZERO.
       01 WS-CLOSED-DATE-CHECK      PIC S9(4) USAGE COMP VALUE ZEROES.
          88 CLOSED-DATE-IS-VALID             VALUE ZERO.
      *
      *    ONE KEYED DATE AT A TIME GOES THROUGH 2155-EDIT-ENTRY-DATE.
      *
       01 WS-DATE-ENTRY-FIELD       PIC X(10) VALUE SPACES.
       01 WS-DATE-RESULT            PIC X(8)  VALUE SPACES.
      *
      *    NEXT-FREE CASE NUMBER SEARCH FOR AN EMPLOYEE.
      *
       01 WS-CASE-BROWSE.
          05 WS-HIGHEST-CASE        PIC 9(4)  VALUE ZEROES.
          05 WS-BROWSE-SWITCH       PIC X(1)  VALUE SPACES.
             88 WS-BROWSE-DONE                VALUE 'Y'.
             88 WS-BROWSE-MORE                VALUE 'N'.
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
      *    THE SCREEN ACCEPTS DATES AS 'DD-MM-YYYY' (SAME AS ECERTP),
      *    BUT THE FILE STORES THEM AS 'YYYYMMDD'.
          05 WS-ENTRY-DATE.
             10 WS-DD               PIC X(2)  VALUE SPACES.
             10 WS-MM               PIC X(2)  VALUE SPACES.
             10 WS-YYYY             PIC X(4)  VALUE SPACES.
          05 WS-STORE-DATE.
             10 WS-YYYY             PIC X(4)  VALUE SPACES.
             10 WS-MM               PIC X(2)  VALUE SPACES.
             10 WS-DD               PIC X(2)  VALUE SPACES.
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
      *   ONLY WHEN EVIEWP HANDS OFF AN ALREADY-LOCATED EMPLOYEE ID.
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
                   CONTAINER(APP-CASE-CONTAINER-NAME)
                   CHANNEL(APP-CASE-CHANNEL-NAME)
                   INTO (CASE-FILE-CONTAINER)
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
                   MOVE 'Error Retrieving Case File Container!'
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
           PERFORM 1200-IDENTIFY-AND-GATE.

           MOVE 'Enter an Employee ID and Case Number (Blank = New Case)
      -         '!'
              TO WS-MESSAGE.
           MOVE -1 TO EMPLIDL.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE CASE-FILE-CONTAINER.
           INITIALIZE DISCIPLINARY-CASE-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ECASMO.

       1200-IDENTIFY-AND-GATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-IDENTIFY-AND-GATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SIGNED-ON USER AND CATEGORY COME FROM THE ACTIVITY
      *    MONITOR; AN ANONYMOUS CALLER HAS NO BUSINESS IN THE CASE
      *    FILES AT ALL.
           PERFORM 4100-GET-MONITOR-CONTAINER.

           MOVE MON-USER-ID TO CSC-USER-ID.
           MOVE MON-USER-CATEGORY TO CSC-USER-CATEGORY.

           MOVE 'CASEFILE' TO WS-PERM-FUNCTION.
           MOVE CSC-USER-CATEGORY TO WS-PERM-USER-TYPE.
           PERFORM 8500-CHECK-PERMISSION.

           IF CSC-USER-ID IS EQUAL TO SPACES OR
              WS-PERM-DENIED OR (WS-PERM-USE-LEGACY AND
              NOT CSC-UC-ADMINISTRATOR AND NOT CSC-UC-MANAGER)
              THEN
              MOVE 'Access Denied - Case Files Are Restricted!'
                 TO WS-MESSAGE
              PERFORM 9050-SEND-MESSAGE-AND-RETURN
           END-IF.

       1500-FIRST-INTERACTION-FROM-HANDOFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1500-FIRST-INTERACTION-FROM-HANDOFF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.
           PERFORM 1200-IDENTIFY-AND-GATE.

           MOVE DFHCOMMAREA TO CSC-EMPLOYEE-ID.
           PERFORM 2120-CONFIRM-EMPLOYEE.

           IF EMPLOYEE-FOUND THEN
              MOVE 'Enter a Case Number (Blank = Open a New Case)!'
                 TO WS-MESSAGE
              MOVE -1 TO CASENOL
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           EXEC CICS RECEIVE
                MAP(APP-CASE-MAP-NAME)
                MAPSET(APP-CASE-MAPSET-NAME)
                INTO (ECASMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE
           WHEN DFHPF3
                PERFORM 2200-SAVE-CASE-RECORD
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-CASE-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-CASE-RECORD
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN
           WHEN DFHPF12
                PERFORM 2400-DELETE-CASE-CONTAINER
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
           WHEN CSC-NOT-SET
                PERFORM 2110-LOOKUP-CASE-RECORD
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-CASE-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-CASE-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A KEYED EMPLOYEE ID REPLACES ONE HANDED OFF BY EVIEWP.
           IF EMPLIDL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(EMPLIDI)
                   LENGTH(LENGTH OF EMPLIDI)
                   END-EXEC
              IF EMPLIDI IS NUMERIC THEN
                 MOVE EMPLIDI TO CSC-EMPLOYEE-ID
              ELSE
                 MOVE ZERO TO CSC-EMPLOYEE-ID
              END-IF
           END-IF.

           IF CSC-EMPLOYEE-ID IS EQUAL TO ZERO THEN
              MOVE 'Validation Error: Employee ID is required!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2120-CONFIRM-EMPLOYEE.

           IF EMPLOYEE-NOT-FOUND THEN
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE DISCIPLINARY-CASE-RECORD.
           MOVE CSC-EMPLOYEE-ID TO CAS-EMPLOYEE-ID.

           IF CASENOL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(CASENOI)
                   LENGTH(LENGTH OF CASENOI)
                   END-EXEC
              IF CASENOI IS NUMERIC THEN
                 MOVE CASENOI TO CAS-CASE-NUMBER
              END-IF
           END-IF.

      *    NO NUMBER KEYED -> OPEN THE EMPLOYEE'S NEXT CASE.
           IF CAS-CASE-NUMBER IS EQUAL TO ZERO THEN
              PERFORM 2115-FIND-NEXT-CASE-NUMBER
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-CASE-FILE-NAME)
                INTO (DISCIPLINARY-CASE-RECORD)
                RIDFLD(CAS-CASE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET CSC-RECORD-FOUND TO TRUE
                SET CSC-EDITING-EXISTING TO TRUE
                MOVE CAS-CURRENT-STAGE TO CSC-PRIOR-STAGE
                MOVE DISCIPLINARY-CASE-RECORD TO CSC-CASE-RECORD
                MOVE 'Case Found! Edit Details, then PF4=Save or PF3=Sav
      -              'e/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO CSTAGEL
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Case Not Found - Leave Case No. Blank to Op
      -              'en a New Case!'
                   TO WS-MESSAGE
                MOVE -1 TO CASENOL
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Case File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Case Record!' TO WS-MESSAGE
           END-EVALUATE.

       2115-FIND-NEXT-CASE-NUMBER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2115-FIND-NEXT-CASE-NUMBER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    WALK THE EMPLOYEE'S CASES AND TAKE ONE PAST THE HIGHEST.
           MOVE ZERO TO WS-HIGHEST-CASE.

           EXEC CICS STARTBR
                FILE(APP-CASE-FILE-NAME)
                RIDFLD(CAS-CASE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET WS-BROWSE-MORE TO TRUE
                PERFORM 2116-READ-NEXT-CASE
                   UNTIL WS-BROWSE-DONE

                EXEC CICS ENDBR
                     FILE(APP-CASE-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Case File Not Open!' TO WS-MESSAGE
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Browsing Case File!' TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           IF WS-HIGHEST-CASE IS EQUAL TO 9999 THEN
              MOVE 'Error: No Case Numbers Left for This Employee!'
                 TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              EXIT PARAGRAPH
           END-IF.

      *    A NEW CASE STARTS AT INVESTIGATION, OPENED TODAY.
           INITIALIZE DISCIPLINARY-CASE-RECORD.
           MOVE CSC-EMPLOYEE-ID TO CAS-EMPLOYEE-ID.
           COMPUTE CAS-CASE-NUMBER = WS-HIGHEST-CASE + 1.
           SET CAS-STAGE-INVESTIGATION TO TRUE.
           MOVE WS-TODAY TO CAS-OPENED-DATE.
           MOVE CSC-USER-ID TO CAS-OPENED-BY.

           SET CSC-RECORD-FOUND TO TRUE.
           SET CSC-ADDING-NEW-CASE TO TRUE.
           MOVE CAS-CURRENT-STAGE TO CSC-PRIOR-STAGE.
           MOVE DISCIPLINARY-CASE-RECORD TO CSC-CASE-RECORD.

           MOVE 'New Case - Enter Type, Summary and Investigation Due Da
      -         'te, then PF4=Save.'
              TO WS-MESSAGE.
           MOVE -1 TO CTYPEL.

       2116-READ-NEXT-CASE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2116-READ-NEXT-CASE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-CASE-FILE-NAME)
                INTO (DISCIPLINARY-CASE-RECORD)
                RIDFLD(CAS-CASE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-BROWSE-DONE TO TRUE
           WHEN CAS-EMPLOYEE-ID IS NOT EQUAL TO CSC-EMPLOYEE-ID
                SET WS-BROWSE-DONE TO TRUE
           WHEN OTHER
                MOVE CAS-CASE-NUMBER TO WS-HIGHEST-CASE
           END-EVALUATE.

       2120-CONFIRM-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-CONFIRM-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-EMPLOYEE-CHECK.
           MOVE SPACES TO CSC-PRIMARY-NAME.
           MOVE CSC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET EMPLOYEE-FOUND TO TRUE
                MOVE EMP-PRIMARY-NAME TO CSC-PRIMARY-NAME
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Employee ID Not Found!' TO WS-MESSAGE
                MOVE -1 TO EMPLIDL
           WHEN OTHER
                MOVE 'Error Reading Employee Record!' TO WS-MESSAGE
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE CSC-CASE-RECORD TO DISCIPLINARY-CASE-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF CTYPEL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(CTYPEI) TO CAS-CASE-TYPE
           END-IF.

           IF CSTAGEL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(CSTAGEI) TO CAS-CURRENT-STAGE
           END-IF.

           IF SUMMRYL IS GREATER THAN ZERO THEN
              MOVE SUMMRYI TO CAS-SUMMARY
           END-IF.

           IF INVDUEL IS GREATER THAN ZERO THEN
              MOVE INVDUEI TO WS-DATE-ENTRY-FIELD
              PERFORM 2155-EDIT-ENTRY-DATE
              MOVE WS-DATE-RESULT TO CAS-INVESTIGATION-DUE
           END-IF.

           IF HRGDUEL IS GREATER THAN ZERO THEN
              MOVE HRGDUEI TO WS-DATE-ENTRY-FIELD
              PERFORM 2155-EDIT-ENTRY-DATE
              MOVE WS-DATE-RESULT TO CAS-HEARING-DUE
           END-IF.

           IF OUTDUEL IS GREATER THAN ZERO THEN
              MOVE OUTDUEI TO WS-DATE-ENTRY-FIELD
              PERFORM 2155-EDIT-ENTRY-DATE
              MOVE WS-DATE-RESULT TO CAS-OUTCOME-DUE
           END-IF.

           IF APLDUEL IS GREATER THAN ZERO THEN
              MOVE APLDUEI TO WS-DATE-ENTRY-FIELD
              PERFORM 2155-EDIT-ENTRY-DATE
              MOVE WS-DATE-RESULT TO CAS-APPEAL-DUE
           END-IF.

           IF OUTCOML IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(OUTCOMI) TO CAS-OUTCOME-CODE
           END-IF.

           IF CLSDTEL IS GREATER THAN ZERO THEN
              MOVE CLSDTEI TO WS-DATE-ENTRY-FIELD
              PERFORM 2155-EDIT-ENTRY-DATE
              MOVE WS-DATE-RESULT TO CAS-CLOSED-DATE
           END-IF.

      *    RANK THE KEYED STAGE AND THE ONE ON FILE WHEN LOCATED.
           MOVE CAS-CURRENT-STAGE TO WS-RANK-STAGE-CODE.
           PERFORM 2160-RANK-STAGE.
           MOVE WS-RANK-RESULT TO WS-STAGE-RANK.

           MOVE CSC-PRIOR-STAGE TO WS-RANK-STAGE-CODE.
           PERFORM 2160-RANK-STAGE.
           MOVE WS-RANK-RESULT TO WS-PRIOR-STAGE-RANK.

           PERFORM 2170-CHECK-DUE-DATES.

      *    MAKE SURE THE CLOSED DATE IS A REAL CALENDAR DATE.
           MOVE ZERO TO WS-CLOSED-DATE-CHECK.
           IF NOT CAS-CASE-OPEN THEN
              MOVE 1 TO WS-CLOSED-DATE-CHECK
              IF CAS-CLOSED-DATE IS NUMERIC THEN
                 MOVE CAS-CLOSED-DATE TO WS-DATE-NUMERIC
                 MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC)
                    TO WS-CLOSED-DATE-CHECK
              END-IF
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE DISCIPLINARY-CASE-RECORD TO CSC-CASE-RECORD.

      *    VALIDATE FIELDS.
           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN NOT CAS-DISCIPLINARY AND NOT CAS-GRIEVANCE
                MOVE 'Validation Error: Case Type must be D (Disciplinar
      -              'y) or G (Grievance)!'
                   TO WS-MESSAGE
                MOVE -1 TO CTYPEL
           WHEN NOT CAS-STAGE-VALID
                MOVE 'Validation Error: Stage must be I, H, O or A!'
                   TO WS-MESSAGE
                MOVE -1 TO CSTAGEL
           WHEN WS-STAGE-RANK IS LESS THAN WS-PRIOR-STAGE-RANK
                MOVE 'Validation Error: Stage cannot move back to an ear
      -              'lier stage!'
                   TO WS-MESSAGE
                MOVE -1 TO CSTAGEL
           WHEN CAS-SUMMARY IS EQUAL TO SPACES
                MOVE 'Validation Error: Case Summary is required!'
                   TO WS-MESSAGE
                MOVE -1 TO SUMMRYL
           WHEN WS-BAD-DUE-SUB IS GREATER THAN ZERO
                PERFORM 2180-REPORT-BAD-DUE-DATE
      *    AN OPEN CASE ALWAYS HAS A DEADLINE FOR THE STAGE IT'S AT -
      *    THAT'S WHAT THE WEEKLY REPORT CHASES.
           WHEN CAS-CASE-OPEN AND
                CAS-STAGE-DUE-DATE(WS-STAGE-RANK) IS EQUAL TO SPACES
                MOVE WS-STAGE-RANK TO WS-BAD-DUE-SUB
                STRING 'Validation Error: The '
                          DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STAGE-NAME(WS-STAGE-RANK))
                          DELIMITED BY SIZE
                       ' stage needs a Due Date!' DELIMITED BY SIZE
                   INTO WS-MESSAGE
                PERFORM 2185-CURSOR-TO-DUE-DATE
           WHEN CAS-DISCIPLINARY AND NOT CAS-OUTCOME-PENDING AND
                NOT CAS-DISCIPLINARY-OUTCOME
                MOVE 'Validation Error: Outcome must be one of NA, VW, W
      -              'W, FW, DM or WD!'
                   TO WS-MESSAGE
                MOVE -1 TO OUTCOML
           WHEN CAS-GRIEVANCE AND NOT CAS-OUTCOME-PENDING AND
                NOT CAS-GRIEVANCE-OUTCOME
                MOVE 'Validation Error: Outcome must be UP, PU, NU or WD
      -              '!'
                   TO WS-MESSAGE
                MOVE -1 TO OUTCOML
           WHEN CAS-STAGE-APPEAL AND CAS-OUTCOME-PENDING
                MOVE 'Validation Error: An Appeal needs the Outcome bein
      -              'g appealed!'
                   TO WS-MESSAGE
                MOVE -1 TO OUTCOML
           WHEN NOT CLOSED-DATE-IS-VALID
                MOVE 'Validation Error: Closed Date is not a real calend
      -              'ar date!'
                   TO WS-MESSAGE
                MOVE -1 TO CLSDTEL
           WHEN NOT CAS-CASE-OPEN AND
                CAS-CLOSED-DATE IS GREATER THAN WS-TODAY
                MOVE 'Validation Error: Closed Date is in the future!'
                   TO WS-MESSAGE
                MOVE -1 TO CLSDTEL
           WHEN NOT CAS-CASE-OPEN AND
                CAS-CLOSED-DATE IS LESS THAN CAS-OPENED-DATE
                MOVE 'Validation Error: Closed Date is before the case w
      -              'as opened!'
                   TO WS-MESSAGE
                MOVE -1 TO CLSDTEL
           WHEN NOT CAS-CASE-OPEN AND CAS-OUTCOME-PENDING
                MOVE 'Validation Error: A Case cannot be Closed before i
      -              'ts Outcome!'
                   TO WS-MESSAGE
                MOVE -1 TO OUTCOML
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save or PF3=Save/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO CSTAGEL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2155-EDIT-ENTRY-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2155-EDIT-ENTRY-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    TURNS A KEYED 'DD-MM-YYYY' IN WS-DATE-ENTRY-FIELD INTO A
      *    STORED 'YYYYMMDD' IN WS-DATE-RESULT - A FIELD KEYED BLANK
      *    CLEARS THE DATE.
           MOVE SPACES TO WS-DATE-RESULT.

           IF WS-DATE-ENTRY-FIELD IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS BIF DEEDIT
                FIELD(WS-DATE-ENTRY-FIELD)
                LENGTH(LENGTH OF WS-DATE-ENTRY-FIELD)
                END-EXEC.

           IF WS-DATE-ENTRY-FIELD IS EQUAL TO ZEROES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATE-ENTRY-FIELD(3:8) TO WS-ENTRY-DATE.
           MOVE CORRESPONDING WS-ENTRY-DATE TO WS-STORE-DATE.
           MOVE WS-STORE-DATE TO WS-DATE-RESULT.

       2160-RANK-STAGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-RANK-STAGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    STAGE CODE IN WS-RANK-STAGE-CODE -> ITS POSITION IN STAGE
      *    ORDER IN WS-RANK-RESULT (ZERO FOR AN UNKNOWN CODE).
           EVALUATE WS-RANK-STAGE-CODE
           WHEN 'I'
                MOVE 1 TO WS-RANK-RESULT
           WHEN 'H'
                MOVE 2 TO WS-RANK-RESULT
           WHEN 'O'
                MOVE 3 TO WS-RANK-RESULT
           WHEN 'A'
                MOVE 4 TO WS-RANK-RESULT
           WHEN OTHER
                MOVE 0 TO WS-RANK-RESULT
           END-EVALUATE.

       2170-CHECK-DUE-DATES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2170-CHECK-DUE-DATES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    EACH STAGE DUE DATE KEYED MUST BE A REAL DATE, NO EARLIER
      *    THAN THE CASE WAS OPENED, AND NO EARLIER THAN ANY STAGE
      *    BEFORE IT. STOPS AT THE FIRST ONE THAT ISN'T.
           MOVE ZERO TO WS-BAD-DUE-SUB.
           MOVE SPACES TO WS-BAD-DUE-REASON.
           MOVE SPACES TO WS-LAST-DUE-DATE.

           PERFORM 2175-CHECK-ONE-DUE-DATE
              VARYING WS-DUE-SUB FROM 1 BY 1
              UNTIL WS-DUE-SUB IS GREATER THAN 4
                 OR WS-BAD-DUE-SUB IS GREATER THAN ZERO.

       2175-CHECK-ONE-DUE-DATE.
           IF CAS-STAGE-DUE-DATE(WS-DUE-SUB) IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-DATE-CHECK.
           IF CAS-STAGE-DUE-DATE(WS-DUE-SUB) IS NUMERIC THEN
              MOVE CAS-STAGE-DUE-DATE(WS-DUE-SUB) TO WS-DATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC)
                 TO WS-DATE-CHECK
           END-IF.

           EVALUATE TRUE
           WHEN NOT DATE-IS-VALID
                MOVE WS-DUE-SUB TO WS-BAD-DUE-SUB
                SET DUE-NOT-A-DATE TO TRUE
           WHEN CAS-STAGE-DUE-DATE(WS-DUE-SUB) IS LESS THAN
                CAS-OPENED-DATE
                MOVE WS-DUE-SUB TO WS-BAD-DUE-SUB
                SET DUE-BEFORE-OPENED TO TRUE
           WHEN CAS-STAGE-DUE-DATE(WS-DUE-SUB) IS LESS THAN
                WS-LAST-DUE-DATE
                MOVE WS-DUE-SUB TO WS-BAD-DUE-SUB
                SET DUE-OUT-OF-SEQUENCE TO TRUE
           WHEN OTHER
                MOVE CAS-STAGE-DUE-DATE(WS-DUE-SUB) TO WS-LAST-DUE-DATE
           END-EVALUATE.

       2180-REPORT-BAD-DUE-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2180-REPORT-BAD-DUE-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE TRUE
           WHEN DUE-NOT-A-DATE
                STRING 'Validation Error: '
                          DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STAGE-NAME(WS-BAD-DUE-SUB))
                          DELIMITED BY SIZE
                       ' Due Date is not a real calendar date!'
                          DELIMITED BY SIZE
                   INTO WS-MESSAGE
           WHEN DUE-BEFORE-OPENED
                STRING 'Validation Error: '
                          DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STAGE-NAME(WS-BAD-DUE-SUB))
                          DELIMITED BY SIZE
                       ' Due Date is before the case was opened!'
                          DELIMITED BY SIZE
                   INTO WS-MESSAGE
           WHEN OTHER
                STRING 'Validation Error: '
                          DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STAGE-NAME(WS-BAD-DUE-SUB))
                          DELIMITED BY SIZE
                       ' Due Date is before an earlier stage''s!'
                          DELIMITED BY SIZE
                   INTO WS-MESSAGE
           END-EVALUATE.

           PERFORM 2185-CURSOR-TO-DUE-DATE.

       2185-CURSOR-TO-DUE-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2185-CURSOR-TO-DUE-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EVALUATE WS-BAD-DUE-SUB
           WHEN 1
                MOVE -1 TO INVDUEL
           WHEN 2
                MOVE -1 TO HRGDUEL
           WHEN 3
                MOVE -1 TO OUTDUEL
           WHEN OTHER
                MOVE -1 TO APLDUEL
           END-EVALUATE.

       2200-SAVE-CASE-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-CASE-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT CSC-RECORD-FOUND THEN
              MOVE 'Locate an Employee and Case First!' TO WS-MESSAGE
              INITIALIZE WS-VALIDATION-FLAG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE CSC-USER-ID TO CAS-LAST-UPDATED-BY
              MOVE WS-TODAY TO CAS-LAST-UPDATED-DATE
              MOVE DISCIPLINARY-CASE-RECORD TO CSC-CASE-RECORD

              EVALUATE TRUE
              WHEN CSC-ADDING-NEW-CASE
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

       2400-DELETE-CASE-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-CASE-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-CASE-CONTAINER-NAME)
                CHANNEL(APP-CASE-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SIGNED-ON USER STAYS - ONLY THE CASE IS CLEARED.
           SET CSC-NOT-SET TO TRUE.
           SET CSC-EDITING-EXISTING TO TRUE.
           MOVE ZEROES TO CSC-EMPLOYEE-ID.
           MOVE SPACES TO CSC-PRIMARY-NAME.
           MOVE SPACES TO CSC-PRIOR-STAGE.
           MOVE SPACES TO CSC-CASE-RECORD.
           INITIALIZE ECASMO.
           MOVE 'Enter an Employee ID and Case Number (Blank = New Case)
      -         '!'
              TO WS-MESSAGE.
           MOVE -1 TO EMPLIDL.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE CSC-CASE-RECORD TO DISCIPLINARY-CASE-RECORD.

           EXEC CICS WRITE
                FILE(APP-CASE-FILE-NAME)
                FROM (DISCIPLINARY-CASE-RECORD)
                RIDFLD(CAS-CASE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Case Opened Successfully!' TO WS-MESSAGE
                SET CSC-EDITING-EXISTING TO TRUE
                MOVE CAS-CURRENT-STAGE TO CSC-PRIOR-STAGE
      *    TWO CLERKS OPENING A CASE FOR THE SAME EMPLOYEE AT ONCE CAN
      *    BOTH BE OFFERED THE SAME NEXT NUMBER - THE SECOND IS TOLD.
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Case Number Just Taken - PF9 and Open the C
      -              'ase Again!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Case File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Case Record!' TO WS-MESSAGE
           END-EVALUATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           MOVE CSC-CASE-RECORD TO DISCIPLINARY-CASE-RECORD.

           EXEC CICS READ
                FILE(APP-CASE-FILE-NAME)
                INTO (DISCIPLINARY-CASE-RECORD)
                RIDFLD(CAS-CASE-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE CSC-CASE-RECORD TO DISCIPLINARY-CASE-RECORD

                EXEC CICS REWRITE
                     FILE(APP-CASE-FILE-NAME)
                     FROM (DISCIPLINARY-CASE-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
                   MOVE 'Case Updated Successfully!' TO WS-MESSAGE
                   MOVE CAS-CURRENT-STAGE TO CSC-PRIOR-STAGE
                ELSE
                   MOVE 'Error Rewriting Case Record!' TO WS-MESSAGE
                END-IF
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Case Record Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Case Record!' TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4100-GET-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4100-GET-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A MISSING MONITOR CONTAINER JUST READS AS ANONYMOUS - AND
      *    ANONYMOUS IS REFUSED BY THE GATE.
           INITIALIZE ACTIVITY-MONITOR-CONTAINER.

           EXEC CICS GET
                CONTAINER(APP-ACTMON-CONTAINER-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                INTO (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              INITIALIZE ACTIVITY-MONITOR-CONTAINER
           END-IF.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-SEND-MAP-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9000-SEND-MAP-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 9100-POPULATE-MAP.
           PERFORM 9150-PUT-CASE-CONTAINER.

           EXEC CICS SEND
                MAP(APP-CASE-MAP-NAME)
                MAPSET(APP-CASE-MAPSET-NAME)
                FROM (ECASMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-CASE-CHANNEL-NAME)
                TRANSID(APP-CASE-TRANSACTION-ID)
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

           IF CSC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE CSC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF CSC-EMPLOYEE-ID IS NUMERIC AND
              CSC-EMPLOYEE-ID IS GREATER THAN ZERO THEN
              MOVE CSC-EMPLOYEE-ID TO EMPLIDO
              MOVE CSC-PRIMARY-NAME TO PRNAMEO
           END-IF.

           IF CSC-RECORD-FOUND THEN
              MOVE CSC-CASE-RECORD TO DISCIPLINARY-CASE-RECORD
              PERFORM 9120-POPULATE-CASE-FIELDS
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:4) IS EQUAL TO 'Case'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:3) IS EQUAL TO 'New'
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

       9120-POPULATE-CASE-FIELDS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9120-POPULATE-CASE-FIELDS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE CAS-CASE-NUMBER TO CASENOO.
           MOVE CAS-CASE-TYPE TO CTYPEO.
           MOVE CAS-CURRENT-STAGE TO CSTAGEO.
           MOVE CAS-SUMMARY TO SUMMRYO.
           MOVE CAS-OUTCOME-CODE TO OUTCOMO.

           EVALUATE TRUE
           WHEN CAS-DISCIPLINARY
                MOVE 'DISCIPLINARY' TO CTYDSCO
           WHEN CAS-GRIEVANCE
                MOVE 'GRIEVANCE' TO CTYDSCO
           END-EVALUATE.

           MOVE CAS-CURRENT-STAGE TO WS-RANK-STAGE-CODE.
           PERFORM 2160-RANK-STAGE.
           IF WS-RANK-RESULT IS GREATER THAN ZERO THEN
              MOVE WS-STAGE-NAME(WS-RANK-RESULT) TO STGDSCO
           END-IF.

           EVALUATE TRUE
           WHEN CAS-OC-NO-ACTION
                MOVE 'No Further Action' TO OUTDSCO
           WHEN CAS-OC-VERBAL-WARNING
                MOVE 'Verbal Warning' TO OUTDSCO
           WHEN CAS-OC-WRITTEN-WARNING
                MOVE 'Written Warning' TO OUTDSCO
           WHEN CAS-OC-FINAL-WARNING
                MOVE 'Final Written Warning' TO OUTDSCO
           WHEN CAS-OC-DISMISSAL
                MOVE 'Dismissal' TO OUTDSCO
           WHEN CAS-OC-UPHELD
                MOVE 'Upheld' TO OUTDSCO
           WHEN CAS-OC-PARTLY-UPHELD
                MOVE 'Partly Upheld' TO OUTDSCO
           WHEN CAS-OC-NOT-UPHELD
                MOVE 'Not Upheld' TO OUTDSCO
           WHEN CAS-OC-WITHDRAWN
                MOVE 'Withdrawn' TO OUTDSCO
           WHEN CAS-OUTCOME-PENDING
                MOVE 'Pending' TO OUTDSCO
           END-EVALUATE.

           IF CAS-OPENED-DATE IS NOT EQUAL TO SPACES THEN
              MOVE CAS-OPENED-DATE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO OPNDTEO
           END-IF.

           IF CAS-INVESTIGATION-DUE IS NOT EQUAL TO SPACES THEN
              MOVE CAS-INVESTIGATION-DUE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO INVDUEO
           END-IF.

           IF CAS-HEARING-DUE IS NOT EQUAL TO SPACES THEN
              MOVE CAS-HEARING-DUE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO HRGDUEO
           END-IF.

           IF CAS-OUTCOME-DUE IS NOT EQUAL TO SPACES THEN
              MOVE CAS-OUTCOME-DUE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO OUTDUEO
           END-IF.

           IF CAS-APPEAL-DUE IS NOT EQUAL TO SPACES THEN
              MOVE CAS-APPEAL-DUE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO APLDUEO
           END-IF.

           IF CAS-CLOSED-DATE IS NOT EQUAL TO SPACES THEN
              MOVE CAS-CLOSED-DATE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO CLSDTEO
           END-IF.

      *    ONE-LINE STANDING OF THE CASE AGAINST ITS CURRENT DEADLINE.
           EVALUATE TRUE
           WHEN NOT CAS-CASE-OPEN
                MOVE 'CLOSED' TO CASESTO
           WHEN WS-RANK-RESULT IS EQUAL TO ZERO
                MOVE 'OPEN' TO CASESTO
           WHEN CAS-STAGE-DUE-DATE(WS-RANK-RESULT) IS EQUAL TO SPACES
                MOVE 'OPEN - NO DUE DATE FOR THIS STAGE' TO CASESTO
           WHEN CAS-STAGE-DUE-DATE(WS-RANK-RESULT) IS LESS THAN
                WS-TODAY
                MOVE 'OPEN - THIS STAGE IS OVERDUE' TO CASESTO
           WHEN CAS-STAGE-DUE-DATE(WS-RANK-RESULT) IS EQUAL TO
                WS-TODAY
                MOVE 'OPEN - THIS STAGE IS DUE TODAY' TO CASESTO
           WHEN OTHER
                MOVE 'OPEN' TO CASESTO
           END-EVALUATE.

       9150-PUT-CASE-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-CASE-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-CASE-CONTAINER-NAME)
                CHANNEL(APP-CASE-CHANNEL-NAME)
                FROM (CASE-FILE-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Case File Container!'
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
