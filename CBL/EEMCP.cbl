       IDENTIFICATION DIVISION.
       PROGRAM-ID. EEMCP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'EMERGENCY CONTACT' MAINTENANCE PROGRAM.
      *      - ONE RECORD PER EMPLOYEE + PRIORITY (SEE EEMRCON.CPY)
      *        WITH THE CONTACT'S NAME, RELATIONSHIP AND UP TO TWO
      *        PHONE NUMBERS - THE PAPER NEXT-OF-KIN FORM, RETIRED.
      *        PRIORITY 01 IS THE FIRST PERSON TO CALL.
      *      - REACHED FROM EVIEWP'S DETAIL SCREEN (PF15) WITH THE
      *        EMPLOYEE ALREADY LOCATED - SAME COMM-AREA HANDOFF
      *        ECONTP USES - OR ENTERED DIRECTLY BY TRANSACTION ID.
      *      - LEAVING THE PRIORITY BLANK PROPOSES THE NEXT FREE ONE,
      *        SO A NEW CONTACT GOES ON THE END OF THE CALLING ORDER.
      *        PF6 REMOVES THE CONTACT ON SCREEN.
      *      - THE NIGHTLY EEMXP RUN LISTS EVERY ACTIVE EMPLOYEE WITH
      *        NO EMERGENCY CONTACT ON FILE, GROUPED BY DEPARTMENT.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - EMERGENCY CONTACT MAPSET.
      *      - EMERGENCY CONTACT CONTAINER.
      *      - EMERGENCY CONTACT RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EEMCMAP.
       COPY EEMCCTR.
       COPY EEMRCON.
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
      *    CONTACT COUNT / NEXT FREE PRIORITY SCAN.
      *
       01 WS-COUNT-SCAN.
          05 WS-COUNT-SWITCH        PIC X(1)  VALUE SPACES.
             88 WS-COUNT-DONE                 VALUE 'Y'.
          05 WS-CONTACT-COUNT       PIC 9(2)  VALUE ZEROES.
          05 WS-HIGHEST-PRIORITY    PIC 9(2)  VALUE ZEROES.
          05 WS-SAVED-CONTACT       PIC X(128) VALUE SPACES.
      *
       01 WS-PRIORITY-ENTRY         PIC X(2)  VALUE SPACES.
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
                   CONTAINER(APP-EMRCON-CONTAINER-NAME)
                   CHANNEL(APP-EMRCON-CHANNEL-NAME)
                   INTO (EMRCON-ENTRY-CONTAINER)
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
                   MOVE 'Error Retrieving Emergency Contact Container!'
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

           MOVE 'Enter an Employee ID (and Priority to Edit a Contact)!'
              TO WS-MESSAGE.
           MOVE -1 TO EMPLIDL.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE EMRCON-ENTRY-CONTAINER.
           INITIALIZE EMERGENCY-CONTACT-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EEMCMO.

      *    THE SIGNED-ON USER IS STAMPED ON EVERY SAVED CONTACT.
           PERFORM 4100-GET-MONITOR-CONTAINER.
           MOVE MON-USER-ID TO EMA-USER-ID.

       1500-FIRST-INTERACTION-FROM-HANDOFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1500-FIRST-INTERACTION-FROM-HANDOFF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.

           MOVE DFHCOMMAREA TO EMC-EMPLOYEE-ID.
           MOVE EMERGENCY-CONTACT-RECORD TO EMA-CONTACT-RECORD.

           MOVE 'Employee Handed Off - Enter a Priority, or Blank for a
      -         ' New Contact!'
              TO WS-MESSAGE.
           MOVE -1 TO PRIORL.

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
                MAP(APP-EMRCON-MAP-NAME)
                MAPSET(APP-EMRCON-MAPSET-NAME)
                INTO (EEMCMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE
           WHEN DFHPF3
                PERFORM 2200-SAVE-CONTACT-RECORD
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-EMRCON-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-CONTACT-RECORD
           WHEN DFHPF6
                PERFORM 2800-REMOVE-CONTACT
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN
           WHEN DFHPF12
                PERFORM 2400-DELETE-EMRCON-CONTAINER
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
           WHEN EMA-NOT-SET
                PERFORM 2110-LOOKUP-CONTACT
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-CONTACT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-CONTACT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE HANDOFF MAY HAVE PRE-FILLED THE EMPLOYEE - A KEYED
      *    VALUE ALWAYS WINS.
           MOVE EMA-CONTACT-RECORD TO EMERGENCY-CONTACT-RECORD.

           IF EMPLIDL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(EMPLIDI)
                   LENGTH(LENGTH OF EMPLIDI)
                   END-EXEC
              MOVE EMPLIDI TO EMC-EMPLOYEE-ID
           END-IF.

      *    A BLANK PRIORITY MEANS 'ADD ANOTHER CONTACT' - THE NEXT
      *    FREE NUMBER IS WORKED OUT ONCE THE EMPLOYEE IS LOCATED.
           MOVE ZERO TO EMC-PRIORITY.
           MOVE SPACES TO WS-PRIORITY-ENTRY.

           IF PRIORL IS GREATER THAN ZERO THEN
              MOVE PRIORI TO WS-PRIORITY-ENTRY
              EXEC CICS BIF DEEDIT
                   FIELD(PRIORI)
                   LENGTH(LENGTH OF PRIORI)
                   END-EXEC
              IF PRIORI IS NUMERIC THEN
                 MOVE PRIORI TO EMC-PRIORITY
              END-IF
           END-IF.

           EVALUATE TRUE
           WHEN EMC-EMPLOYEE-ID IS EQUAL TO ZERO
                MOVE 'Validation Error: Employee ID is required!'
                   TO WS-MESSAGE
                MOVE -1 TO EMPLIDL
                MOVE EMERGENCY-CONTACT-RECORD TO EMA-CONTACT-RECORD
           WHEN WS-PRIORITY-ENTRY IS NOT EQUAL TO SPACES AND
                WS-PRIORITY-ENTRY IS NOT EQUAL TO LOW-VALUES AND
                EMC-PRIORITY IS EQUAL TO ZERO
                MOVE 'Validation Error: Priority must be 01 to 99!'
                   TO WS-MESSAGE
                MOVE -1 TO PRIORL
                MOVE EMERGENCY-CONTACT-RECORD TO EMA-CONTACT-RECORD
           WHEN OTHER
                PERFORM 2120-LOCATE-EMPLOYEE-AND-CONTACT
           END-EVALUATE.

       2120-LOCATE-EMPLOYEE-AND-CONTACT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-LOCATE-EMPLOYEE-AND-CONTACT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EMC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error: Employee ID Not Found!' TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              MOVE EMERGENCY-CONTACT-RECORD TO EMA-CONTACT-RECORD
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-PRIMARY-NAME TO EMA-PRIMARY-NAME.

      *    COUNT WHAT IS ALREADY ON FILE - THIS ALSO GIVES US THE
      *    NEXT FREE PRIORITY WHEN NONE WAS KEYED.
           PERFORM 2130-COUNT-EXISTING-CONTACTS.

           IF EMC-PRIORITY IS EQUAL TO ZERO THEN
              IF WS-HIGHEST-PRIORITY IS EQUAL TO 99 THEN
                 MOVE 'Validation Error: No Free Priority Left - Key a
      -              'n Existing One to Reuse It!'
                    TO WS-MESSAGE
                 MOVE -1 TO PRIORL
                 MOVE EMERGENCY-CONTACT-RECORD TO EMA-CONTACT-RECORD
                 EXIT PARAGRAPH
              END-IF
              COMPUTE EMC-PRIORITY = WS-HIGHEST-PRIORITY + 1
           END-IF.

           EXEC CICS READ
                FILE(APP-EMRCON-FILE-NAME)
                INTO (EMERGENCY-CONTACT-RECORD)
                RIDFLD(EMC-CONTACT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET EMA-RECORD-FOUND TO TRUE
                SET EMA-EDITING-EXISTING TO TRUE
                MOVE EMERGENCY-CONTACT-RECORD TO EMA-CONTACT-RECORD
                MOVE 'Contact Found! Edit, then PF4=Save, PF3=Save/Exit
      -              ' or PF6=Remove.'
                   TO WS-MESSAGE
                MOVE -1 TO CNTNAML
           WHEN DFHRESP(NOTFND)
                SET EMA-RECORD-FOUND TO TRUE
                SET EMA-ADDING-NEW-CONTACT TO TRUE
                MOVE SPACES TO EMC-CONTACT-NAME
                MOVE SPACES TO EMC-RELATIONSHIP
                MOVE SPACES TO EMC-PRIMARY-PHONE
                MOVE SPACES TO EMC-ALTERNATE-PHONE
                MOVE EMERGENCY-CONTACT-RECORD TO EMA-CONTACT-RECORD
                MOVE 'New Contact - Enter Name, Relationship and Phone,
      -              ' then PF4=Save.'
                   TO WS-MESSAGE
                MOVE -1 TO CNTNAML
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Emergency Contact File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Emergency Contact Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2130-COUNT-EXISTING-CONTACTS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2130-COUNT-EXISTING-CONTACTS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE BROWSE READS INTO THE RECORD AREA, SO KEEP THE KEYED
      *    VALUES ASIDE AND PUT THEM BACK AFTERWARDS.
           INITIALIZE WS-COUNT-SCAN.
           MOVE EMERGENCY-CONTACT-RECORD TO WS-SAVED-CONTACT.

           MOVE ZERO TO EMC-PRIORITY.

           EXEC CICS STARTBR
                FILE(APP-EMRCON-FILE-NAME)
                RIDFLD(EMC-CONTACT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2135-COUNT-ONE-CONTACT
                 UNTIL WS-COUNT-DONE

              EXEC CICS ENDBR
                   FILE(APP-EMRCON-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           MOVE WS-SAVED-CONTACT TO EMERGENCY-CONTACT-RECORD.
           MOVE WS-CONTACT-COUNT TO EMA-CONTACT-COUNT.

       2135-COUNT-ONE-CONTACT.
           EXEC CICS READNEXT
                FILE(APP-EMRCON-FILE-NAME)
                RIDFLD(EMC-CONTACT-KEY)
                INTO (EMERGENCY-CONTACT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-COUNT-DONE TO TRUE
           WHEN EMC-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
                SET WS-COUNT-DONE TO TRUE
           WHEN OTHER
                ADD 1 TO WS-CONTACT-COUNT
                MOVE EMC-PRIORITY TO WS-HIGHEST-PRIORITY
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE EMA-CONTACT-RECORD TO EMERGENCY-CONTACT-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF CNTNAML IS GREATER THAN ZERO THEN
              MOVE CNTNAMI TO EMC-CONTACT-NAME
           END-IF.

           IF RELATNL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(RELATNI) TO EMC-RELATIONSHIP
           END-IF.

           IF PHONE1L IS GREATER THAN ZERO THEN
              MOVE PHONE1I TO EMC-PRIMARY-PHONE
           END-IF.

           IF PHONE2L IS GREATER THAN ZERO THEN
              MOVE PHONE2I TO EMC-ALTERNATE-PHONE
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE EMERGENCY-CONTACT-RECORD TO EMA-CONTACT-RECORD.

      *    VALIDATE FIELDS.
           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN EMC-CONTACT-NAME IS EQUAL TO SPACES OR
                EMC-CONTACT-NAME IS EQUAL TO LOW-VALUES
                MOVE 'Validation Error: Contact Name is required!'
                   TO WS-MESSAGE
                MOVE -1 TO CNTNAML
           WHEN EMC-RELATIONSHIP IS EQUAL TO SPACES OR
                EMC-RELATIONSHIP IS EQUAL TO LOW-VALUES
                MOVE 'Validation Error: Relationship is required!'
                   TO WS-MESSAGE
                MOVE -1 TO RELATNL
           WHEN EMC-PRIMARY-PHONE IS EQUAL TO SPACES OR
                EMC-PRIMARY-PHONE IS EQUAL TO LOW-VALUES
                MOVE 'Validation Error: Primary Phone is required!'
                   TO WS-MESSAGE
                MOVE -1 TO PHONE1L
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save or PF3=Save/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO CNTNAML
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2200-SAVE-CONTACT-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-CONTACT-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT EMA-RECORD-FOUND THEN
              MOVE 'Locate an Employee and Contact First!'
                 TO WS-MESSAGE
              INITIALIZE WS-VALIDATION-FLAG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE EMA-CONTACT-RECORD TO EMERGENCY-CONTACT-RECORD
              MOVE EMA-USER-ID TO EMC-LAST-UPDATED-BY
              MOVE FUNCTION CURRENT-DATE(1:8) TO EMC-LAST-UPDATED-DATE
              MOVE EMERGENCY-CONTACT-RECORD TO EMA-CONTACT-RECORD

              EVALUATE TRUE
              WHEN EMA-ADDING-NEW-CONTACT
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

       2400-DELETE-EMRCON-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-EMRCON-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-EMRCON-CONTAINER-NAME)
                CHANNEL(APP-EMRCON-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.
           MOVE 'Enter an Employee ID (and Priority to Edit a Contact)!'
              TO WS-MESSAGE.
           MOVE -1 TO EMPLIDL.

       2800-REMOVE-CONTACT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2800-REMOVE-CONTACT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT EMA-RECORD-FOUND OR EMA-ADDING-NEW-CONTACT THEN
              MOVE 'Locate an Existing Contact to Remove First!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE EMA-CONTACT-RECORD TO EMERGENCY-CONTACT-RECORD.

           EXEC CICS DELETE
                FILE(APP-EMRCON-FILE-NAME)
                RIDFLD(EMC-CONTACT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Contact Removed! Enter a Priority, or Blank for a
      -              ' New Contact.'
                   TO WS-MESSAGE
                IF EMA-CONTACT-COUNT IS GREATER THAN ZERO
                   SUBTRACT 1 FROM EMA-CONTACT-COUNT
                END-IF
                SET EMA-NOT-SET TO TRUE
                SET EMA-EDITING-EXISTING TO TRUE
                MOVE EMC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID
                INITIALIZE EMERGENCY-CONTACT-RECORD
                MOVE EMP-EMPLOYEE-ID TO EMC-EMPLOYEE-ID
                MOVE EMERGENCY-CONTACT-RECORD TO EMA-CONTACT-RECORD
                MOVE -1 TO PRIORL
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Contact Record No Longer On File!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Deleting Emergency Contact Record!'
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

           MOVE EMA-CONTACT-RECORD TO EMERGENCY-CONTACT-RECORD.

           EXEC CICS WRITE
                FILE(APP-EMRCON-FILE-NAME)
                FROM (EMERGENCY-CONTACT-RECORD)
                RIDFLD(EMC-CONTACT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Contact Recorded Successfully!' TO WS-MESSAGE
                SET EMA-EDITING-EXISTING TO TRUE
                ADD 1 TO EMA-CONTACT-COUNT
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: A Contact With That Priority Is Already On
      -              ' File!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Emergency Contact File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Emergency Contact Record!'
                   TO WS-MESSAGE
           END-EVALUATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           MOVE EMA-CONTACT-RECORD TO EMERGENCY-CONTACT-RECORD.

           EXEC CICS READ
                FILE(APP-EMRCON-FILE-NAME)
                INTO (EMERGENCY-CONTACT-RECORD)
                RIDFLD(EMC-CONTACT-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE EMA-CONTACT-RECORD TO EMERGENCY-CONTACT-RECORD

                EXEC CICS REWRITE
                     FILE(APP-EMRCON-FILE-NAME)
                     FROM (EMERGENCY-CONTACT-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                   MOVE 'Contact Updated Successfully!' TO WS-MESSAGE
                ELSE
                   MOVE 'Error Rewriting Emergency Contact Record!'
                      TO WS-MESSAGE
                END-IF
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Contact Record Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Emergency Contact Record!'
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

      *    A MISSING MONITOR CONTAINER JUST LEAVES THE CONTACT
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
           PERFORM 9150-PUT-EMRCON-CONTAINER.

           EXEC CICS SEND
                MAP(APP-EMRCON-MAP-NAME)
                MAPSET(APP-EMRCON-MAPSET-NAME)
                FROM (EEMCMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-EMRCON-CHANNEL-NAME)
                TRANSID(APP-EMRCON-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           MOVE EMA-CONTACT-RECORD TO EMERGENCY-CONTACT-RECORD.

           IF EMC-EMPLOYEE-ID IS GREATER THAN ZERO THEN
              MOVE EMC-EMPLOYEE-ID TO EMPLIDO
              MOVE EMA-PRIMARY-NAME TO PRNAMEO
           END-IF.

           IF EMA-PRIMARY-NAME IS NOT EQUAL TO SPACES THEN
              MOVE EMA-CONTACT-COUNT TO CNTCNTO
           END-IF.

           IF EMA-RECORD-FOUND THEN
              MOVE EMC-PRIORITY TO PRIORO
              MOVE EMC-CONTACT-NAME TO CNTNAMO
              MOVE EMC-RELATIONSHIP TO RELATNO
              MOVE EMC-PRIMARY-PHONE TO PHONE1O
              MOVE EMC-ALTERNATE-PHONE TO PHONE2O
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:8) IS EQUAL TO 'Employee'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Contact'
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

       9150-PUT-EMRCON-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-EMRCON-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-EMRCON-CONTAINER-NAME)
                CHANNEL(APP-EMRCON-CHANNEL-NAME)
                FROM (EMRCON-ENTRY-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Emergency Contact Container!'
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
