       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESKLP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'EMPLOYEE SKILLS' ENTRY PROGRAM.
      *      - ONE RECORD PER EMPLOYEE + SKILL CODE (SEE EEMPSKL.CPY)
      *        WITH A PROFICIENCY LEVEL FROM 1 (BASIC) TO 5 (EXPERT).
      *        SKILL CODES ARE VALIDATED AGAINST THE ESKILL TABLE
      *        (SEE ESKLADM).
      *      - REACHED FROM EVIEWP'S DETAIL SCREEN (PF16) WITH THE
      *        EMPLOYEE ALREADY LOCATED - SAME COMM-AREA HANDOFF
      *        ECERTP USES - OR ENTERED DIRECTLY BY TRANSACTION ID.
      *      - PF6 REMOVES A SKILL THE EMPLOYEE NO LONGER HAS.
      *      - ESKSP SEARCHES THE FILE BY SKILL CODE AND MINIMUM
      *        LEVEL ('FIND SOMEONE WHO CAN...').
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EMPLOYEE SKILLS MAPSET.
      *      - EMPLOYEE SKILLS CONTAINER.
      *      - EMPLOYEE SKILL RECORD.
      *      - SKILL CODE TABLE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ESKEMAP.
       COPY ESKECTR.
       COPY EEMPSKL.
       COPY ESKILTB.
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
       01 WS-SKILL-CHECK            PIC X(1)  VALUE SPACES.
          88 SKILL-FOUND                      VALUE 'Y'.
          88 SKILL-NOT-FOUND                  VALUE SPACES.
          88 SKILL-INACTIVE                   VALUE 'I'.
      *
      *    PROFICIENCY LEVEL NAMES, SHOWN NEXT TO THE DIGIT.
      *
       01 WS-PROFICIENCY-NAMES.
          05 FILLER                 PIC X(10) VALUE 'BASIC'.
          05 FILLER                 PIC X(10) VALUE 'WORKING'.
          05 FILLER                 PIC X(10) VALUE 'PROFICIENT'.
          05 FILLER                 PIC X(10) VALUE 'ADVANCED'.
          05 FILLER                 PIC X(10) VALUE 'EXPERT'.
       01 WS-PROFICIENCY-TABLE REDEFINES WS-PROFICIENCY-NAMES.
          05 WS-PROFICIENCY-NAME    PIC X(10) OCCURS 5 TIMES.
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
                   CONTAINER(APP-EMPSKILL-CONTAINER-NAME)
                   CHANNEL(APP-EMPSKILL-CHANNEL-NAME)
                   INTO (EMPSKILL-ENTRY-CONTAINER)
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
                   MOVE 'Error Retrieving Employee Skill Container!'
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

           MOVE 'Enter an Employee ID and Skill Code!' TO WS-MESSAGE.
           MOVE -1 TO EMPLIDL.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE EMPSKILL-ENTRY-CONTAINER.
           INITIALIZE EMPLOYEE-SKILL-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ESKEMO.

      *    THE SIGNED-ON USER IS STAMPED ON EVERY SAVED SKILL.
           PERFORM 4100-GET-MONITOR-CONTAINER.
           MOVE MON-USER-ID TO SEA-USER-ID.

       1500-FIRST-INTERACTION-FROM-HANDOFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1500-FIRST-INTERACTION-FROM-HANDOFF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.

           MOVE DFHCOMMAREA TO ESK-EMPLOYEE-ID.
           MOVE EMPLOYEE-SKILL-RECORD TO SEA-SKILL-RECORD.

           MOVE 'Employee Handed Off - Enter a Skill Code!'
              TO WS-MESSAGE.
           MOVE -1 TO SKCODEL.

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
                MAP(APP-EMPSKILL-MAP-NAME)
                MAPSET(APP-EMPSKILL-MAPSET-NAME)
                INTO (ESKEMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE
           WHEN DFHPF3
                PERFORM 2200-SAVE-SKILL-RECORD
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-SKILL-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-SKILL-RECORD
           WHEN DFHPF6
                PERFORM 2800-REMOVE-SKILL
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN
           WHEN DFHPF12
                PERFORM 2400-DELETE-SKILL-CONTAINER
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
           WHEN SEA-NOT-SET
                PERFORM 2110-LOOKUP-EMPLOYEE-SKILL
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-EMPLOYEE-SKILL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-EMPLOYEE-SKILL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE HANDOFF MAY HAVE PRE-FILLED THE EMPLOYEE - A KEYED
      *    VALUE ALWAYS WINS.
           MOVE SEA-SKILL-RECORD TO EMPLOYEE-SKILL-RECORD.

           IF EMPLIDL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(EMPLIDI)
                   LENGTH(LENGTH OF EMPLIDI)
                   END-EXEC
              MOVE EMPLIDI TO ESK-EMPLOYEE-ID
           END-IF.

           IF SKCODEL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(SKCODEI) TO ESK-SKILL-CODE
           END-IF.

           EVALUATE TRUE
           WHEN ESK-EMPLOYEE-ID IS EQUAL TO ZERO
                MOVE 'Validation Error: Employee ID is required!'
                   TO WS-MESSAGE
                MOVE -1 TO EMPLIDL
                MOVE EMPLOYEE-SKILL-RECORD TO SEA-SKILL-RECORD
           WHEN ESK-SKILL-CODE IS EQUAL TO SPACES
                MOVE 'Validation Error: Skill Code is required!'
                   TO WS-MESSAGE
                MOVE -1 TO SKCODEL
                MOVE EMPLOYEE-SKILL-RECORD TO SEA-SKILL-RECORD
           WHEN OTHER
                PERFORM 2120-LOCATE-EMPLOYEE-AND-SKILL
           END-EVALUATE.

       2120-LOCATE-EMPLOYEE-AND-SKILL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-LOCATE-EMPLOYEE-AND-SKILL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ESK-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error: Employee ID Not Found!' TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              MOVE EMPLOYEE-SKILL-RECORD TO SEA-SKILL-RECORD
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-PRIMARY-NAME TO SEA-PRIMARY-NAME.

      *    THE SKILL MUST BE A REAL CODE ON THE TABLE. AN INACTIVE
      *    CODE IS STILL SHOWN (AND CAN BE REMOVED) IF THE EMPLOYEE
      *    ALREADY CARRIES IT, BUT CANNOT BE ADDED AFRESH.
           PERFORM 2130-VALIDATE-SKILL-CODE.

           IF SKILL-NOT-FOUND THEN
              MOVE EMPLOYEE-SKILL-RECORD TO SEA-SKILL-RECORD
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-EMPSKILL-FILE-NAME)
                INTO (EMPLOYEE-SKILL-RECORD)
                RIDFLD(ESK-SKILL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET SEA-RECORD-FOUND TO TRUE
                SET SEA-EDITING-EXISTING TO TRUE
                MOVE EMPLOYEE-SKILL-RECORD TO SEA-SKILL-RECORD
                MOVE 'Skill Found! Edit Level, then PF4=Save, PF3=Save/E
      -              'xit or PF6=Remove.'
                   TO WS-MESSAGE
                MOVE -1 TO PROFLVL
           WHEN DFHRESP(NOTFND)
                IF SKILL-INACTIVE THEN
                   MOVE 'Validation Error: Skill Code is Inactive!'
                      TO WS-MESSAGE
                   MOVE -1 TO SKCODEL
                   MOVE EMPLOYEE-SKILL-RECORD TO SEA-SKILL-RECORD
                ELSE
                   SET SEA-RECORD-FOUND TO TRUE
                   SET SEA-ADDING-NEW-SKILL TO TRUE
                   MOVE ZERO TO ESK-PROFICIENCY
                   MOVE EMPLOYEE-SKILL-RECORD TO SEA-SKILL-RECORD
                   MOVE 'New Skill - Enter a Level (1=Basic to 5=Expert)
      -                 ', then PF4=Save.'
                      TO WS-MESSAGE
                   MOVE -1 TO PROFLVL
                END-IF
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Employee Skill File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Employee Skill Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2130-VALIDATE-SKILL-CODE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2130-VALIDATE-SKILL-CODE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-SKILL-CHECK.
           MOVE SPACES TO SEA-SKILL-DESC.

           MOVE ESK-SKILL-CODE TO SKL-SKILL-CODE.

           EXEC CICS READ
                FILE(APP-SKILL-FILE-NAME)
                INTO (SKILL-RECORD)
                RIDFLD(SKL-SKILL-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE SKL-SKILL-DESC TO SEA-SKILL-DESC
                IF SKL-INACTIVE
                   SET SKILL-INACTIVE TO TRUE
                ELSE
                   SET SKILL-FOUND TO TRUE
                END-IF
           WHEN OTHER
                MOVE 'Validation Error: Skill Code not on the Skill tabl
      -              'e - see ESKA!'
                   TO WS-MESSAGE
                MOVE -1 TO SKCODEL
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE SEA-SKILL-RECORD TO EMPLOYEE-SKILL-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF PROFLVL IS GREATER THAN ZERO THEN
              IF PROFLVI IS NUMERIC THEN
                 MOVE PROFLVI TO ESK-PROFICIENCY
              ELSE
                 MOVE ZERO TO ESK-PROFICIENCY
              END-IF
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE EMPLOYEE-SKILL-RECORD TO SEA-SKILL-RECORD.

      *    VALIDATE FIELDS.
           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN NOT ESK-PROF-VALID
                MOVE 'Validation Error: Level must be 1 (Basic) to 5 (Ex
      -              'pert)!'
                   TO WS-MESSAGE
                MOVE -1 TO PROFLVL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save or PF3=Save/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO PROFLVL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2200-SAVE-SKILL-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-SKILL-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT SEA-RECORD-FOUND THEN
              MOVE 'Locate an Employee and Skill First!'
                 TO WS-MESSAGE
              INITIALIZE WS-VALIDATION-FLAG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE SEA-USER-ID TO ESK-LAST-UPDATED-BY
              MOVE FUNCTION CURRENT-DATE(1:8) TO ESK-LAST-UPDATED-DATE
              MOVE EMPLOYEE-SKILL-RECORD TO SEA-SKILL-RECORD

              EVALUATE TRUE
              WHEN SEA-ADDING-NEW-SKILL
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

       2400-DELETE-SKILL-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-SKILL-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-EMPSKILL-CONTAINER-NAME)
                CHANNEL(APP-EMPSKILL-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.
           MOVE 'Enter an Employee ID and Skill Code!' TO WS-MESSAGE.
           MOVE -1 TO EMPLIDL.

       2800-REMOVE-SKILL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2800-REMOVE-SKILL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT SEA-RECORD-FOUND OR SEA-ADDING-NEW-SKILL THEN
              MOVE 'Locate an Existing Skill to Remove First!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE SEA-SKILL-RECORD TO EMPLOYEE-SKILL-RECORD.

           EXEC CICS DELETE
                FILE(APP-EMPSKILL-FILE-NAME)
                RIDFLD(ESK-SKILL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
      *         KEEP THE EMPLOYEE ON SCREEN SO THE NEXT SKILL CAN BE
      *         KEYED STRAIGHT AWAY.
                MOVE 'Skill Removed! Enter Another Skill Code for the Em
      -              'ployee.'
                   TO WS-MESSAGE
                SET SEA-NOT-SET TO TRUE
                SET SEA-EDITING-EXISTING TO TRUE
                MOVE SPACES TO ESK-SKILL-CODE
                MOVE ZERO TO ESK-PROFICIENCY
                MOVE SPACES TO SEA-SKILL-DESC
                MOVE EMPLOYEE-SKILL-RECORD TO SEA-SKILL-RECORD
                MOVE -1 TO SKCODEL
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Skill Record No Longer On File!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Deleting Employee Skill Record!'
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

           MOVE SEA-SKILL-RECORD TO EMPLOYEE-SKILL-RECORD.

           EXEC CICS WRITE
                FILE(APP-EMPSKILL-FILE-NAME)
                FROM (EMPLOYEE-SKILL-RECORD)
                RIDFLD(ESK-SKILL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Skill Recorded Successfully!' TO WS-MESSAGE
                SET SEA-EDITING-EXISTING TO TRUE
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Skill Already On File For This Employee!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Employee Skill File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Employee Skill Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           MOVE SEA-SKILL-RECORD TO EMPLOYEE-SKILL-RECORD.

           EXEC CICS READ
                FILE(APP-EMPSKILL-FILE-NAME)
                INTO (EMPLOYEE-SKILL-RECORD)
                RIDFLD(ESK-SKILL-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE SEA-SKILL-RECORD TO EMPLOYEE-SKILL-RECORD

                EXEC CICS REWRITE
                     FILE(APP-EMPSKILL-FILE-NAME)
                     FROM (EMPLOYEE-SKILL-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                   MOVE 'Skill Updated Successfully!' TO WS-MESSAGE
                ELSE
                   MOVE 'Error Rewriting Employee Skill Record!'
                      TO WS-MESSAGE
                END-IF
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Employee Skill Record Not Found!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Employee Skill Record!'
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

      *    A MISSING MONITOR CONTAINER JUST LEAVES THE SKILL RECORD
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
           PERFORM 9150-PUT-SKILL-CONTAINER.

           EXEC CICS SEND
                MAP(APP-EMPSKILL-MAP-NAME)
                MAPSET(APP-EMPSKILL-MAPSET-NAME)
                FROM (ESKEMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-EMPSKILL-CHANNEL-NAME)
                TRANSID(APP-EMPSKILL-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           MOVE SEA-SKILL-RECORD TO EMPLOYEE-SKILL-RECORD.

           IF ESK-EMPLOYEE-ID IS GREATER THAN ZERO THEN
              MOVE ESK-EMPLOYEE-ID TO EMPLIDO
              MOVE SEA-PRIMARY-NAME TO PRNAMEO
           END-IF.

           IF SEA-RECORD-FOUND THEN
              MOVE ESK-SKILL-CODE TO SKCODEO
              MOVE SEA-SKILL-DESC TO SKDESCO

              IF ESK-PROF-VALID THEN
                 MOVE ESK-PROFICIENCY TO PROFLVO
                 MOVE WS-PROFICIENCY-NAME(ESK-PROFICIENCY) TO PROFDSO
              END-IF
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:8) IS EQUAL TO 'Employee'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Skill'
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

       9150-PUT-SKILL-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-SKILL-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-EMPSKILL-CONTAINER-NAME)
                CHANNEL(APP-EMPSKILL-CHANNEL-NAME)
                FROM (EMPSKILL-ENTRY-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Employee Skill Container!'
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
