       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESUCP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'SUCCESSION NOMINATION' MAINTENANCE PROGRAM.
      *      - ENTERED DIRECTLY BY TRANSACTION ID - LIKE EDEPADM, IT'S
      *        AN HR-SIDE UTILITY AND ISN'T REACHED FROM THE MAIN MENU
      *        (ACCESS IS CONTROLLED BY WHO IS AUTHORIZED TO ENTER THE
      *        TRANSACTION).
      *      - ONE RECORD PER DEPARTMENT + NOMINEE (SEE ESUCCSN.CPY):
      *        A SUCCESSOR NAMED FOR THAT DEPARTMENT'S MANAGER
      *        POSITION, WITH A READINESS RATING (R = READY NOW,
      *        1 = 1-2 YEARS, 3 = 3+ YEARS) AND A REVIEW DATE. THE
      *        SCREEN SHOWS THE DEPARTMENT'S CURRENT MANAGER AND HOW
      *        MANY NOMINEES (AND READY-NOW NOMINEES) IT ALREADY HAS.
      *      - A NEW NOMINEE MUST BE AN ACTIVE EMPLOYEE AND NOT THE
      *        CURRENT MANAGER. AN EXISTING NOMINATION STAYS EDITABLE
      *        WHATEVER HAS HAPPENED TO THE NOMINEE SINCE, SO IT CAN
      *        BE RE-RATED OR REMOVED (PF6).
      *      - THE QUARTERLY ESUCRP RUN REPORTS THE GAPS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - SUCCESSION NOMINATION MAPSET.
      *      - SUCCESSION NOMINATION CONTAINER.
      *      - SUCCESSION NOMINATION RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ESUCMAP.
       COPY ESUCCTR.
       COPY ESUCCSN.
       COPY DEPTMAST.
       COPY EMPMAST.
       COPY EMONCTR.
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
      *    NOMINATION COUNT / READY-NOW COUNT SCAN.
      *
       01 WS-COUNT-SCAN.
          05 WS-COUNT-SWITCH        PIC X(1)  VALUE SPACES.
             88 WS-COUNT-DONE                 VALUE 'Y'.
          05 WS-NOMINATION-COUNT    PIC 9(2)  VALUE ZEROES.
          05 WS-READY-NOW-COUNT     PIC 9(2)  VALUE ZEROES.
          05 WS-COUNT-DEPARTMENT-ID PIC 9(8)  VALUE ZEROES.
          05 WS-SAVED-NOMINATION    PIC X(80) VALUE SPACES.
      *
       01 WS-REVIEW-DATE-NUMERIC    PIC 9(8)  VALUE ZEROES.
       01 WS-REVIEW-DATE-CHECK      PIC S9(4) USAGE COMP VALUE ZEROES.
          88 REVIEW-DATE-IS-VALID             VALUE ZERO.
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
      *    THE SCREEN ACCEPTS THE REVIEW DATE AS 'DD-MM-YYYY' (SAME AS
      *    EUPDP) BUT THE FILE STORES IT AS 'YYYYMMDD'.
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

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

      *    >>> DEBUGGING ONLY <<<
           MOVE 'MAIN-LOGIC' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS GET
                CONTAINER(APP-SUCCADM-CONTAINER-NAME)
                CHANNEL(APP-SUCCADM-CHANNEL-NAME)
                INTO (SUCCESSION-ENTRY-CONTAINER)
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
                MOVE 'Error Retrieving Succession Container!'
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

           MOVE 'Enter a Department ID and the Nominee''s Employee ID!'
              TO WS-MESSAGE.
           MOVE -1 TO DEPTIDL.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE SUCCESSION-ENTRY-CONTAINER.
           INITIALIZE SUCCESSION-NOMINATION-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ESUCMO.

      *    THE SIGNED-ON USER IS STAMPED ON EVERY SAVED NOMINATION.
           PERFORM 4100-GET-MONITOR-CONTAINER.
           MOVE MON-USER-ID TO SCA-USER-ID.

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
                MAP(APP-SUCCADM-MAP-NAME)
                MAPSET(APP-SUCCADM-MAPSET-NAME)
                INTO (ESUCMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE
           WHEN DFHPF3
                PERFORM 2200-SAVE-NOMINATION-RECORD
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-SUCCADM-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-NOMINATION-RECORD
           WHEN DFHPF6
                PERFORM 2800-REMOVE-NOMINATION
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN
           WHEN DFHPF12
                PERFORM 2400-DELETE-SUCCADM-CONTAINER
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
           WHEN SCA-NOT-SET
                PERFORM 2110-LOOKUP-NOMINATION
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-NOMINATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-NOMINATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    AFTER A REMOVAL THE DEPARTMENT STAYS PRE-FILLED - A KEYED
      *    VALUE ALWAYS WINS.
           MOVE SCA-NOMINATION-RECORD TO SUCCESSION-NOMINATION-RECORD.

           IF DEPTIDL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(DEPTIDI)
                   LENGTH(LENGTH OF DEPTIDI)
                   END-EXEC
              MOVE DEPTIDI TO SUC-DEPARTMENT-ID
           END-IF.

           IF NOMIDL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(NOMIDI)
                   LENGTH(LENGTH OF NOMIDI)
                   END-EXEC
              MOVE NOMIDI TO SUC-NOMINEE-ID
           END-IF.

           EVALUATE TRUE
           WHEN SUC-DEPARTMENT-ID IS EQUAL TO ZERO
                MOVE 'Validation Error: Department ID is required!'
                   TO WS-MESSAGE
                MOVE -1 TO DEPTIDL
                MOVE SUCCESSION-NOMINATION-RECORD
                   TO SCA-NOMINATION-RECORD
           WHEN SUC-NOMINEE-ID IS EQUAL TO ZERO
                MOVE 'Validation Error: Nominee Employee ID is requir
      -              'ed!'
                   TO WS-MESSAGE
                MOVE -1 TO NOMIDL
                MOVE SUCCESSION-NOMINATION-RECORD
                   TO SCA-NOMINATION-RECORD
           WHEN OTHER
                PERFORM 2120-LOCATE-DEPT-AND-NOMINEE
           END-EVALUATE.

       2120-LOCATE-DEPT-AND-NOMINEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-LOCATE-DEPT-AND-NOMINEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SUCCESSION-NOMINATION-RECORD TO SCA-NOMINATION-RECORD.
           MOVE SPACES TO SCA-DEPARTMENT-NAME.
           MOVE SPACES TO SCA-MANAGER-NAME.
           MOVE SPACES TO SCA-NOMINEE-NAME.

           MOVE SUC-DEPARTMENT-ID TO DEPT-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-MASTER-FILE-NAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error: Department ID Not Found!' TO WS-MESSAGE
              MOVE -1 TO DEPTIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE DEPT-DEPARTMENT-NAME TO SCA-DEPARTMENT-NAME.

      *    THE CURRENT MANAGER IS SHOWN FOR CONTEXT - A VACANT POST
      *    CAN STILL HAVE SUCCESSORS NAMED FOR IT.
           IF DEPT-MANAGER-EMPLOYEE-ID IS EQUAL TO ZERO THEN
              MOVE '(No Manager Recorded)' TO SCA-MANAGER-NAME
           ELSE
              MOVE DEPT-MANAGER-EMPLOYEE-ID TO EMP-EMPLOYEE-ID
              EXEC CICS READ
                   FILE(APP-EMP-MASTER-FILE-NAME)
                   INTO (EMPLOYEE-MASTER-RECORD)
                   RIDFLD(EMP-EMPLOYEE-ID)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
                 MOVE EMP-PRIMARY-NAME TO SCA-MANAGER-NAME
              ELSE
                 MOVE '(Manager Not On File)' TO SCA-MANAGER-NAME
              END-IF
           END-IF.

           IF SUC-NOMINEE-ID IS EQUAL TO DEPT-MANAGER-EMPLOYEE-ID THEN
              MOVE 'Validation Error: The Nominee is the Current Mana
      -           'ger!'
                 TO WS-MESSAGE
              MOVE -1 TO NOMIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE SUC-NOMINEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error: Nominee Employee ID Not Found!' TO WS-MESSAGE
              MOVE -1 TO NOMIDL
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-PRIMARY-NAME TO SCA-NOMINEE-NAME.

      *    COUNT WHAT IS ALREADY ON FILE FOR THE DEPARTMENT.
           PERFORM 2130-COUNT-NOMINATIONS.

           EXEC CICS READ
                FILE(APP-SUCCESSION-FILE-NAME)
                INTO (SUCCESSION-NOMINATION-RECORD)
                RIDFLD(SUC-NOMINATION-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET SCA-RECORD-FOUND TO TRUE
                SET SCA-EDITING-EXISTING TO TRUE
                MOVE SUCCESSION-NOMINATION-RECORD
                   TO SCA-NOMINATION-RECORD
                MOVE 'Nomination Found! Edit, then PF4=Save, PF3=Save/E
      -              'xit or PF6=Remove.'
                   TO WS-MESSAGE
                MOVE -1 TO READYL
           WHEN DFHRESP(NOTFND)
      *         ONLY SOMEONE STILL HERE CAN BE NEWLY NOMINATED.
                IF NOT EMP-ACTIVE OR
                   (EMP-END-DATE IS NUMERIC AND
                    EMP-END-DATE IS GREATER THAN '00000000') THEN
                   MOVE 'Validation Error: Nominee is not an Active Em
      -                 'ployee!'
                      TO WS-MESSAGE
                   MOVE -1 TO NOMIDL
                ELSE
                   SET SCA-RECORD-FOUND TO TRUE
                   SET SCA-ADDING-NEW-NOMINATION TO TRUE
                   MOVE SPACES TO SUC-READINESS
                   MOVE SPACES TO SUC-REVIEW-DATE
                   MOVE SPACES TO SUC-NOMINATED-DATE
                   MOVE SUCCESSION-NOMINATION-RECORD
                      TO SCA-NOMINATION-RECORD
                   MOVE 'New Nomination - Enter Readiness and Review Da
      -                 'te, then PF4=Save.'
                      TO WS-MESSAGE
                   MOVE -1 TO READYL
                END-IF
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Succession File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Succession Nomination Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2130-COUNT-NOMINATIONS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2130-COUNT-NOMINATIONS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE BROWSE READS INTO THE RECORD AREA, SO KEEP THE KEYED
      *    VALUES ASIDE AND PUT THEM BACK AFTERWARDS.
           INITIALIZE WS-COUNT-SCAN.
           MOVE SUCCESSION-NOMINATION-RECORD TO WS-SAVED-NOMINATION.
           MOVE SUC-DEPARTMENT-ID TO WS-COUNT-DEPARTMENT-ID.

           MOVE ZERO TO SUC-NOMINEE-ID.

           EXEC CICS STARTBR
                FILE(APP-SUCCESSION-FILE-NAME)
                RIDFLD(SUC-NOMINATION-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2135-COUNT-ONE-NOMINATION
                 UNTIL WS-COUNT-DONE

              EXEC CICS ENDBR
                   FILE(APP-SUCCESSION-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           MOVE WS-SAVED-NOMINATION TO SUCCESSION-NOMINATION-RECORD.
           MOVE WS-NOMINATION-COUNT TO SCA-NOMINATION-COUNT.
           MOVE WS-READY-NOW-COUNT TO SCA-READY-NOW-COUNT.

       2135-COUNT-ONE-NOMINATION.
           EXEC CICS READNEXT
                FILE(APP-SUCCESSION-FILE-NAME)
                RIDFLD(SUC-NOMINATION-KEY)
                INTO (SUCCESSION-NOMINATION-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-COUNT-DONE TO TRUE
           WHEN SUC-DEPARTMENT-ID IS NOT EQUAL TO
                WS-COUNT-DEPARTMENT-ID
                SET WS-COUNT-DONE TO TRUE
           WHEN OTHER
                ADD 1 TO WS-NOMINATION-COUNT
                IF SUC-READY-NOW
                   ADD 1 TO WS-READY-NOW-COUNT
                END-IF
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE SCA-NOMINATION-RECORD TO SUCCESSION-NOMINATION-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF READYL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(READYI) TO SUC-READINESS
           END-IF.

           IF REVDTL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(REVDTI)
                   LENGTH(LENGTH OF REVDTI)
                   END-EXEC
              MOVE REVDTI(3:8) TO WS-ENTRY-DATE
              MOVE CORRESPONDING WS-ENTRY-DATE TO WS-STORE-DATE
              MOVE WS-STORE-DATE TO SUC-REVIEW-DATE
           END-IF.

           PERFORM 2160-VALIDATE-REVIEW-DATE.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE SUCCESSION-NOMINATION-RECORD TO SCA-NOMINATION-RECORD.

      *    VALIDATE FIELDS.
           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN NOT SUC-READINESS-VALID
                MOVE 'Validation Error: Readiness must be R (Now), 1
      -              '(1-2 Yrs) or 3 (3+ Yrs)!'
                   TO WS-MESSAGE
                MOVE -1 TO READYL
           WHEN SUC-REVIEW-DATE IS EQUAL TO SPACES OR
                SUC-REVIEW-DATE IS EQUAL TO LOW-VALUES
                MOVE 'Validation Error: Review Date is required!'
                   TO WS-MESSAGE
                MOVE -1 TO REVDTL
           WHEN NOT REVIEW-DATE-IS-VALID
                MOVE 'Validation Error: Review Date is not a real cal
      -              'endar date!'
                   TO WS-MESSAGE
                MOVE -1 TO REVDTL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save or PF3=Save/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO READYL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2160-VALIDATE-REVIEW-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-VALIDATE-REVIEW-DATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    SAME REAL-CALENDAR CHECK EUPDP APPLIES TO ITS DATES.
           MOVE 1 TO WS-REVIEW-DATE-CHECK.

           IF SUC-REVIEW-DATE IS NUMERIC THEN
              MOVE SUC-REVIEW-DATE TO WS-REVIEW-DATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-REVIEW-DATE-NUMERIC)
                 TO WS-REVIEW-DATE-CHECK
           END-IF.

       2200-SAVE-NOMINATION-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-NOMINATION-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT SCA-RECORD-FOUND THEN
              MOVE 'Locate a Department and Nominee First!'
                 TO WS-MESSAGE
              INITIALIZE WS-VALIDATION-FLAG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE SCA-NOMINATION-RECORD
                 TO SUCCESSION-NOMINATION-RECORD
              MOVE SCA-USER-ID TO SUC-LAST-UPDATED-BY
              MOVE FUNCTION CURRENT-DATE(1:8) TO SUC-LAST-UPDATED-DATE
              IF SUC-NOMINATED-DATE IS EQUAL TO SPACES
                 MOVE SUC-LAST-UPDATED-DATE TO SUC-NOMINATED-DATE
              END-IF
              MOVE SUCCESSION-NOMINATION-RECORD
                 TO SCA-NOMINATION-RECORD

              EVALUATE TRUE
              WHEN SCA-ADDING-NEW-NOMINATION
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE

      *       A SAVE CAN CHANGE BOTH COUNTS - RECOUNT FOR THE SCREEN.
              PERFORM 2130-COUNT-NOMINATIONS
           END-IF.

       2400-DELETE-SUCCADM-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-SUCCADM-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-SUCCADM-CONTAINER-NAME)
                CHANNEL(APP-SUCCADM-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.
           MOVE 'Enter a Department ID and the Nominee''s Employee ID!'
              TO WS-MESSAGE.
           MOVE -1 TO DEPTIDL.

       2800-REMOVE-NOMINATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2800-REMOVE-NOMINATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT SCA-RECORD-FOUND OR SCA-ADDING-NEW-NOMINATION THEN
              MOVE 'Locate an Existing Nomination to Remove First!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE SCA-NOMINATION-RECORD TO SUCCESSION-NOMINATION-RECORD.

           EXEC CICS DELETE
                FILE(APP-SUCCESSION-FILE-NAME)
                RIDFLD(SUC-NOMINATION-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Nomination Removed! Enter Another Nominee for the
      -              ' Department.'
                   TO WS-MESSAGE
                SET SCA-NOT-SET TO TRUE
                SET SCA-EDITING-EXISTING TO TRUE
                MOVE ZERO TO SUC-NOMINEE-ID
                PERFORM 2130-COUNT-NOMINATIONS
                MOVE SUC-DEPARTMENT-ID TO DEPT-DEPARTMENT-ID
                INITIALIZE SUCCESSION-NOMINATION-RECORD
                MOVE DEPT-DEPARTMENT-ID TO SUC-DEPARTMENT-ID
                MOVE SUCCESSION-NOMINATION-RECORD
                   TO SCA-NOMINATION-RECORD
                MOVE SPACES TO SCA-NOMINEE-NAME
                MOVE -1 TO NOMIDL
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Nomination Record No Longer On File!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Deleting Succession Nomination Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SCA-NOMINATION-RECORD TO SUCCESSION-NOMINATION-RECORD.

           EXEC CICS WRITE
                FILE(APP-SUCCESSION-FILE-NAME)
                FROM (SUCCESSION-NOMINATION-RECORD)
                RIDFLD(SUC-NOMINATION-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Nomination Recorded Successfully!' TO WS-MESSAGE
                SET SCA-EDITING-EXISTING TO TRUE
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: That Nominee Is Already Nominated For The
      -              'Department!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Succession File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Succession Nomination Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           MOVE SCA-NOMINATION-RECORD TO SUCCESSION-NOMINATION-RECORD.

           EXEC CICS READ
                FILE(APP-SUCCESSION-FILE-NAME)
                INTO (SUCCESSION-NOMINATION-RECORD)
                RIDFLD(SUC-NOMINATION-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE SCA-NOMINATION-RECORD
                   TO SUCCESSION-NOMINATION-RECORD

                EXEC CICS REWRITE
                     FILE(APP-SUCCESSION-FILE-NAME)
                     FROM (SUCCESSION-NOMINATION-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                   MOVE 'Nomination Updated Successfully!'
                      TO WS-MESSAGE
                ELSE
                   MOVE 'Error Rewriting Succession Nomination Record!'
                      TO WS-MESSAGE
                END-IF
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Nomination Record Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Succession Nomination Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4100-GET-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4100-GET-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A MISSING MONITOR CONTAINER JUST LEAVES THE NOMINATION
      *    UNSTAMPED - IT DOES NOT STOP THE ENTRY.
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
           PERFORM 9150-PUT-SUCCADM-CONTAINER.

           EXEC CICS SEND
                MAP(APP-SUCCADM-MAP-NAME)
                MAPSET(APP-SUCCADM-MAPSET-NAME)
                FROM (ESUCMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-SUCCADM-CHANNEL-NAME)
                TRANSID(APP-SUCCADM-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           MOVE SCA-NOMINATION-RECORD TO SUCCESSION-NOMINATION-RECORD.

           IF SUC-DEPARTMENT-ID IS GREATER THAN ZERO THEN
              MOVE SUC-DEPARTMENT-ID TO DEPTIDO
              MOVE SCA-DEPARTMENT-NAME TO DEPTNMO
              MOVE SCA-MANAGER-NAME TO MGRNAMO
           END-IF.

           IF SCA-DEPARTMENT-NAME IS NOT EQUAL TO SPACES THEN
              MOVE SCA-NOMINATION-COUNT TO NOMCNTO
              MOVE SCA-READY-NOW-COUNT TO RDYCNTO
           END-IF.

           IF SUC-NOMINEE-ID IS GREATER THAN ZERO THEN
              MOVE SUC-NOMINEE-ID TO NOMIDO
              MOVE SCA-NOMINEE-NAME TO NOMNAMO
           END-IF.

           IF SCA-RECORD-FOUND THEN
              MOVE SUC-READINESS TO READYO

              EVALUATE TRUE
              WHEN SUC-READY-NOW
                   MOVE 'READY NOW' TO RDYDSCO
              WHEN SUC-READY-1-2-YEARS
                   MOVE '1-2 YEARS' TO RDYDSCO
              WHEN SUC-READY-3-PLUS-YEARS
                   MOVE '3+ YEARS' TO RDYDSCO
              WHEN OTHER
                   MOVE SPACES TO RDYDSCO
              END-EVALUATE

              IF SUC-REVIEW-DATE IS NOT EQUAL TO SPACES THEN
                 MOVE SUC-REVIEW-DATE TO WS-INPUT-DATE
                 MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
                 MOVE WS-OUTPUT-DATE TO REVDTO
              END-IF
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:10) IS EQUAL TO 'Nomination'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:3) IS EQUAL TO 'New'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Changes'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-SUCCADM-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-SUCCADM-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-SUCCADM-CONTAINER-NAME)
                CHANNEL(APP-SUCCADM-CHANNEL-NAME)
                FROM (SUCCESSION-ENTRY-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Succession Container!'
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
