       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDPNP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'BENEFITS DEPENDANTS AND BENEFICIARIES' MAINTENANCE
      *        PROGRAM.
      *      - ONE RECORD PER EMPLOYEE + SEQUENCE (SEE EDEPNDT.CPY)
      *        WITH THE PERSON'S NAME, RELATIONSHIP AND BIRTH DATE,
      *        WHETHER THEY ARE COVERED BY THE EMPLOYEE'S PLANS, AND
      *        THEIR WHOLE-PERCENT SHARE AS A BENEFICIARY (ZERO = NOT
      *        A BENEFICIARY). UP TO APP-DEPENDANT-MAX-SEQ PEOPLE PER
      *        EMPLOYEE, AND THE SHARES MAY NEVER TOTAL MORE THAN 100 -
      *        THE RUNNING TOTAL IS SHOWN ON SCREEN.
      *      - REACHED FROM EBENP'S ENROLLMENT SCREEN (PF5) WITH THE
      *        EMPLOYEE ALREADY LOCATED - SAME COMM-AREA HANDOFF
      *        EEMCP USES - OR ENTERED DIRECTLY BY TRANSACTION ID.
      *      - LEAVING THE SEQUENCE BLANK PROPOSES THE NEXT FREE ONE.
      *        PF6 REMOVES THE DEPENDANT ON SCREEN.
      *      - EBENP REFUSES AN ENROLLMENT WHOSE PLAN NEEDS COVERED
      *        DEPENDANTS OR BENEFICIARY SHARES TOTALLING 100 THAT ARE
      *        NOT ON FILE HERE; EPAYXP CARRIES THEM TO THE CARRIER.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - BENEFITS DEPENDANT MAPSET.
      *      - BENEFITS DEPENDANT CONTAINER.
      *      - BENEFITS DEPENDANT RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EDPNMAP.
       COPY EDPNCTR.
       COPY EDEPNDT.
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
      *    DEPENDANT COUNT / NEXT FREE SEQUENCE / SHARE TOTAL SCAN.
      *
       01 WS-COUNT-SCAN.
          05 WS-COUNT-SWITCH        PIC X(1)  VALUE SPACES.
             88 WS-COUNT-DONE                 VALUE 'Y'.
          05 WS-DEPENDANT-COUNT     PIC 9(2)  VALUE ZEROES.
          05 WS-HIGHEST-SEQUENCE    PIC 9(2)  VALUE ZEROES.
          05 WS-BENEFICIARY-TOTAL   PIC 9(3)  VALUE ZEROES.
          05 WS-SAVED-DEPENDANT     PIC X(120) VALUE SPACES.
      *
       01 WS-SEQUENCE-ENTRY         PIC X(2)  VALUE SPACES.
      *
      *    BIRTH DATE AND SHARE CHECKS.
      *
       01 WS-FIELD-CHECKS.
          05 WS-BIRTH-DATE-NUMERIC  PIC 9(8)  VALUE ZEROES.
          05 WS-BIRTH-DATE-CHECK    PIC 9(8)  VALUE ZEROES.
          05 WS-TODAY-DATE          PIC X(8)  VALUE SPACES.
          05 WS-PCT-ENTRY-FLAG      PIC X(1)  VALUE SPACES.
             88 WS-PCT-ENTRY-INVALID          VALUE 'Y'.
          05 WS-OTHER-SHARES        PIC 9(3)  VALUE ZEROES.
          05 WS-NEW-SHARE-TOTAL     PIC 9(4)  VALUE ZEROES.
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
      *   ONLY WHEN EBENP HANDS OFF AN ALREADY-LOCATED EMPLOYEE ID.
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
                   CONTAINER(APP-DEPNDT-CONTAINER-NAME)
                   CHANNEL(APP-DEPNDT-CHANNEL-NAME)
                   INTO (DEPNDT-ENTRY-CONTAINER)
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
                   MOVE 'Error Retrieving Dependant Container!'
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

           MOVE 'Enter an Employee ID (and Sequence to Edit a Dependant)
      -         '!'
              TO WS-MESSAGE.
           MOVE -1 TO EMPLIDL.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE DEPNDT-ENTRY-CONTAINER.
           INITIALIZE DEPENDANT-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EDPNMO.

      *    THE SIGNED-ON USER IS STAMPED ON EVERY SAVED DEPENDANT.
           PERFORM 4100-GET-MONITOR-CONTAINER.
           MOVE MON-USER-ID TO DPA-USER-ID.

       1500-FIRST-INTERACTION-FROM-HANDOFF.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1500-FIRST-INTERACTION-FROM-HANDOFF' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.

           MOVE DFHCOMMAREA TO DPN-EMPLOYEE-ID.
           MOVE DEPENDANT-RECORD TO DPA-DEPENDANT-RECORD.

           MOVE 'Employee Handed Off - Enter a Sequence, or Blank for a 
      -         'New Dependant!'
              TO WS-MESSAGE.
           MOVE -1 TO SEQNOL.

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
                MAP(APP-DEPNDT-MAP-NAME)
                MAPSET(APP-DEPNDT-MAPSET-NAME)
                INTO (EDPNMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE
           WHEN DFHPF3
                PERFORM 2200-SAVE-DEPENDANT-RECORD
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-DEPNDT-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-DEPENDANT-RECORD
           WHEN DFHPF6
                PERFORM 2800-REMOVE-DEPENDANT
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN
           WHEN DFHPF12
                PERFORM 2400-DELETE-DEPNDT-CONTAINER
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
           WHEN DPA-NOT-SET
                PERFORM 2110-LOOKUP-DEPENDANT
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-DEPENDANT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-DEPENDANT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE HANDOFF MAY HAVE PRE-FILLED THE EMPLOYEE - A KEYED
      *    VALUE ALWAYS WINS.
           MOVE DPA-DEPENDANT-RECORD TO DEPENDANT-RECORD.

           IF EMPLIDL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(EMPLIDI)
                   LENGTH(LENGTH OF EMPLIDI)
                   END-EXEC
              MOVE EMPLIDI TO DPN-EMPLOYEE-ID
           END-IF.

      *    A BLANK SEQUENCE MEANS 'ADD ANOTHER DEPENDANT' - THE NEXT
      *    FREE NUMBER IS WORKED OUT ONCE THE EMPLOYEE IS LOCATED.
           MOVE ZERO TO DPN-SEQUENCE.
           MOVE SPACES TO WS-SEQUENCE-ENTRY.

           IF SEQNOL IS GREATER THAN ZERO THEN
              MOVE SEQNOI TO WS-SEQUENCE-ENTRY
              EXEC CICS BIF DEEDIT
                   FIELD(SEQNOI)
                   LENGTH(LENGTH OF SEQNOI)
                   END-EXEC
              IF SEQNOI IS NUMERIC THEN
                 MOVE SEQNOI TO DPN-SEQUENCE
              END-IF
           END-IF.

           EVALUATE TRUE
           WHEN DPN-EMPLOYEE-ID IS EQUAL TO ZERO
                MOVE 'Validation Error: Employee ID is required!'
                   TO WS-MESSAGE
                MOVE -1 TO EMPLIDL
                MOVE DEPENDANT-RECORD TO DPA-DEPENDANT-RECORD
           WHEN WS-SEQUENCE-ENTRY IS NOT EQUAL TO SPACES AND
                WS-SEQUENCE-ENTRY IS NOT EQUAL TO LOW-VALUES AND
                (DPN-SEQUENCE IS EQUAL TO ZERO OR
                 DPN-SEQUENCE IS GREATER THAN APP-DEPENDANT-MAX-SEQ)
                MOVE 'Validation Error: Sequence must be 01 to 10!'
                   TO WS-MESSAGE
                MOVE -1 TO SEQNOL
                MOVE DEPENDANT-RECORD TO DPA-DEPENDANT-RECORD
           WHEN OTHER
                PERFORM 2120-LOCATE-EMPLOYEE-AND-DEPENDANT
           END-EVALUATE.

       2120-LOCATE-EMPLOYEE-AND-DEPENDANT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-LOCATE-EMPLOYEE-AND-DEPENDANT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE DPN-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error: Employee ID Not Found!' TO WS-MESSAGE
              MOVE -1 TO EMPLIDL
              MOVE DEPENDANT-RECORD TO DPA-DEPENDANT-RECORD
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-PRIMARY-NAME TO DPA-PRIMARY-NAME.

      *    COUNT WHAT IS ALREADY ON FILE - THIS ALSO GIVES US THE
      *    NEXT FREE SEQUENCE WHEN NONE WAS KEYED, AND THE SHARES
      *    ALREADY HANDED OUT.
           PERFORM 2130-COUNT-EXISTING-DEPENDANTS.

           IF DPN-SEQUENCE IS EQUAL TO ZERO THEN
              IF WS-HIGHEST-SEQUENCE IS NOT LESS THAN
                 APP-DEPENDANT-MAX-SEQ THEN
                 MOVE 'Validation Error: No Free Sequence Left - Key an 
      -              'Existing One to Reuse It!'
                    TO WS-MESSAGE
                 MOVE -1 TO SEQNOL
                 MOVE DEPENDANT-RECORD TO DPA-DEPENDANT-RECORD
                 EXIT PARAGRAPH
              END-IF
              COMPUTE DPN-SEQUENCE = WS-HIGHEST-SEQUENCE + 1
           END-IF.

           EXEC CICS READ
                FILE(APP-DEPENDANT-FILE-NAME)
                INTO (DEPENDANT-RECORD)
                RIDFLD(DPN-DEPENDANT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET DPA-RECORD-FOUND TO TRUE
                SET DPA-EDITING-EXISTING TO TRUE
                MOVE DPN-BENEFICIARY-PCT TO DPA-ON-FILE-PCT
                MOVE DEPENDANT-RECORD TO DPA-DEPENDANT-RECORD
                MOVE 'Dependant Found! Edit, then PF4=Save, PF3=Save/Exi
      -              't or PF6=Remove.'
                   TO WS-MESSAGE
                MOVE -1 TO DPNAMEL
           WHEN DFHRESP(NOTFND)
                SET DPA-RECORD-FOUND TO TRUE
                SET DPA-ADDING-NEW-DEPENDANT TO TRUE
                MOVE ZERO TO DPA-ON-FILE-PCT
                MOVE SPACES TO DPN-DEPENDANT-NAME
                MOVE SPACES TO DPN-RELATIONSHIP
                MOVE SPACES TO DPN-BIRTH-DATE
                MOVE 'N' TO DPN-COVERED-FLAG
                MOVE ZERO TO DPN-BENEFICIARY-PCT
                MOVE DEPENDANT-RECORD TO DPA-DEPENDANT-RECORD
                MOVE 'New Dependant - Enter Name, Relationship, Birth Da
      -              'te, Cover and Share.'
                   TO WS-MESSAGE
                MOVE -1 TO DPNAMEL
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Dependant File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Dependant Record!' TO WS-MESSAGE
           END-EVALUATE.

       2130-COUNT-EXISTING-DEPENDANTS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2130-COUNT-EXISTING-DEPENDANTS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE BROWSE READS INTO THE RECORD AREA, SO KEEP THE KEYED
      *    VALUES ASIDE AND PUT THEM BACK AFTERWARDS.
           INITIALIZE WS-COUNT-SCAN.
           MOVE DEPENDANT-RECORD TO WS-SAVED-DEPENDANT.

           MOVE ZERO TO DPN-SEQUENCE.

           EXEC CICS STARTBR
                FILE(APP-DEPENDANT-FILE-NAME)
                RIDFLD(DPN-DEPENDANT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2135-COUNT-ONE-DEPENDANT
                 UNTIL WS-COUNT-DONE

              EXEC CICS ENDBR
                   FILE(APP-DEPENDANT-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           MOVE WS-SAVED-DEPENDANT TO DEPENDANT-RECORD.
           MOVE WS-DEPENDANT-COUNT TO DPA-DEPENDANT-COUNT.
           MOVE WS-BENEFICIARY-TOTAL TO DPA-BENEFICIARY-TOTAL.

       2135-COUNT-ONE-DEPENDANT.
           EXEC CICS READNEXT
                FILE(APP-DEPENDANT-FILE-NAME)
                RIDFLD(DPN-DEPENDANT-KEY)
                INTO (DEPENDANT-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-COUNT-DONE TO TRUE
           WHEN DPN-EMPLOYEE-ID IS NOT EQUAL TO EMP-EMPLOYEE-ID
                SET WS-COUNT-DONE TO TRUE
           WHEN OTHER
                ADD 1 TO WS-DEPENDANT-COUNT
                MOVE DPN-SEQUENCE TO WS-HIGHEST-SEQUENCE
                IF DPN-BENEFICIARY-PCT IS NUMERIC
                   ADD DPN-BENEFICIARY-PCT TO WS-BENEFICIARY-TOTAL
                END-IF
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE DPA-DEPENDANT-RECORD TO DEPENDANT-RECORD.
           INITIALIZE WS-FIELD-CHECKS.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF DPNAMEL IS GREATER THAN ZERO THEN
              MOVE DPNAMEI TO DPN-DEPENDANT-NAME
           END-IF.

           IF RELATNL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(RELATNI) TO DPN-RELATIONSHIP
           END-IF.

           IF BIRTHDL IS GREATER THAN ZERO THEN
              MOVE BIRTHDI TO DPN-BIRTH-DATE
           END-IF.

           IF COVERDL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(COVERDI) TO DPN-COVERED-FLAG
           END-IF.

           IF BENPCTL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(BENPCTI)
                   LENGTH(LENGTH OF BENPCTI)
                   END-EXEC
              IF BENPCTI IS NUMERIC THEN
                 MOVE BENPCTI TO DPN-BENEFICIARY-PCT
              ELSE
                 SET WS-PCT-ENTRY-INVALID TO TRUE
              END-IF
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE DEPENDANT-RECORD TO DPA-DEPENDANT-RECORD.

      *    FUNCTION TEST-DATE-YYYYMMDD RETURNS ZERO FOR A VALID
      *    CALENDAR DATE (SAME CHECK EADDP USES ON THE START DATE).
           MOVE 1 TO WS-BIRTH-DATE-CHECK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           IF DPN-BIRTH-DATE IS NUMERIC THEN
              MOVE DPN-BIRTH-DATE TO WS-BIRTH-DATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-BIRTH-DATE-NUMERIC)
                 TO WS-BIRTH-DATE-CHECK
           END-IF.

      *    THE OTHER DEPENDANTS' SHARES PLUS THIS ONE MAY NOT PASS 100.
           IF DPA-BENEFICIARY-TOTAL IS GREATER THAN DPA-ON-FILE-PCT
              COMPUTE WS-OTHER-SHARES =
                 DPA-BENEFICIARY-TOTAL - DPA-ON-FILE-PCT
           END-IF.

           IF DPN-BENEFICIARY-PCT IS NUMERIC
              COMPUTE WS-NEW-SHARE-TOTAL =
                 WS-OTHER-SHARES + DPN-BENEFICIARY-PCT
           END-IF.

      *    VALIDATE FIELDS.
           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN DPN-DEPENDANT-NAME IS EQUAL TO SPACES OR
                DPN-DEPENDANT-NAME IS EQUAL TO LOW-VALUES
                MOVE 'Validation Error: Dependant Name is required!'
                   TO WS-MESSAGE
                MOVE -1 TO DPNAMEL
           WHEN DPN-RELATIONSHIP IS EQUAL TO SPACES OR
                DPN-RELATIONSHIP IS EQUAL TO LOW-VALUES
                MOVE 'Validation Error: Relationship is required!'
                   TO WS-MESSAGE
                MOVE -1 TO RELATNL
           WHEN WS-BIRTH-DATE-CHECK IS NOT EQUAL TO ZERO
                MOVE 'Validation Error: Birth Date must be a valid YYYYM
      -              'MDD date!'
                   TO WS-MESSAGE
                MOVE -1 TO BIRTHDL
           WHEN DPN-BIRTH-DATE IS GREATER THAN WS-TODAY-DATE
                MOVE 'Validation Error: Birth Date is in the future!'
                   TO WS-MESSAGE
                MOVE -1 TO BIRTHDL
           WHEN NOT DPN-COVERED AND NOT DPN-NOT-COVERED
                MOVE 'Validation Error: Covered must be Y or N!'
                   TO WS-MESSAGE
                MOVE -1 TO COVERDL
           WHEN WS-PCT-ENTRY-INVALID OR
                DPN-BENEFICIARY-PCT IS NOT NUMERIC OR
                DPN-BENEFICIARY-PCT IS GREATER THAN 100
                MOVE 'Validation Error: Beneficiary Share must be 0 to 1
      -              '00!'
                   TO WS-MESSAGE
                MOVE -1 TO BENPCTL
           WHEN WS-NEW-SHARE-TOTAL IS GREATER THAN 100
                MOVE 'Validation Error: Beneficiary Shares Would Total O
      -              'ver 100!'
                   TO WS-MESSAGE
                MOVE -1 TO BENPCTL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save or PF3=Save/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO DPNAMEL
                SET VALIDATION-PASSED TO TRUE
           END-EVALUATE.

       2200-SAVE-DEPENDANT-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-DEPENDANT-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT DPA-RECORD-FOUND THEN
              MOVE 'Locate an Employee and Dependant First!'
                 TO WS-MESSAGE
              INITIALIZE WS-VALIDATION-FLAG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE DPA-DEPENDANT-RECORD TO DEPENDANT-RECORD
              IF DPN-COVERED-FLAG IS EQUAL TO SPACE
                 MOVE 'N' TO DPN-COVERED-FLAG
              END-IF
              MOVE DPA-USER-ID TO DPN-LAST-UPDATED-BY
              MOVE FUNCTION CURRENT-DATE(1:8) TO DPN-LAST-UPDATED-DATE
              MOVE DEPENDANT-RECORD TO DPA-DEPENDANT-RECORD

              EVALUATE TRUE
              WHEN DPA-ADDING-NEW-DEPENDANT
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

       2300-REFRESH-TOTALS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-REFRESH-TOTALS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RE-COUNT AFTER ANY ADD, CHANGE OR REMOVAL SO THE COUNT AND
      *    SHARE TOTAL ON SCREEN MATCH THE FILE.
           MOVE DPA-DEPENDANT-RECORD TO DEPENDANT-RECORD.
           MOVE DPN-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           PERFORM 2130-COUNT-EXISTING-DEPENDANTS.
           MOVE DPN-BENEFICIARY-PCT TO DPA-ON-FILE-PCT.

       2400-DELETE-DEPNDT-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-DEPNDT-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-DEPNDT-CONTAINER-NAME)
                CHANNEL(APP-DEPNDT-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.
           MOVE 'Enter an Employee ID (and Sequence to Edit a Dependant)
      -         '!'
              TO WS-MESSAGE.
           MOVE -1 TO EMPLIDL.

       2800-REMOVE-DEPENDANT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2800-REMOVE-DEPENDANT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT DPA-RECORD-FOUND OR DPA-ADDING-NEW-DEPENDANT THEN
              MOVE 'Locate an Existing Dependant to Remove First!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE DPA-DEPENDANT-RECORD TO DEPENDANT-RECORD.

           EXEC CICS DELETE
                FILE(APP-DEPENDANT-FILE-NAME)
                RIDFLD(DPN-DEPENDANT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Dependant Removed! Enter a Sequence, or Blank for 
      -              'a New Dependant.'
                   TO WS-MESSAGE
                SET DPA-NOT-SET TO TRUE
                SET DPA-EDITING-EXISTING TO TRUE
                MOVE DPN-EMPLOYEE-ID TO EMP-EMPLOYEE-ID
                INITIALIZE DEPENDANT-RECORD
                MOVE EMP-EMPLOYEE-ID TO DPN-EMPLOYEE-ID
                MOVE DEPENDANT-RECORD TO DPA-DEPENDANT-RECORD
                PERFORM 2300-REFRESH-TOTALS
                MOVE -1 TO SEQNOL
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Dependant Record No Longer On File!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Deleting Dependant Record!' TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE DPA-DEPENDANT-RECORD TO DEPENDANT-RECORD.

           EXEC CICS WRITE
                FILE(APP-DEPENDANT-FILE-NAME)
                FROM (DEPENDANT-RECORD)
                RIDFLD(DPN-DEPENDANT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Dependant Recorded Successfully!' TO WS-MESSAGE
                SET DPA-EDITING-EXISTING TO TRUE
                PERFORM 2300-REFRESH-TOTALS
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: A Dependant With That Sequence Is Already O
      -              'n File!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Dependant File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Dependant Record!' TO WS-MESSAGE
           END-EVALUATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           MOVE DPA-DEPENDANT-RECORD TO DEPENDANT-RECORD.

           EXEC CICS READ
                FILE(APP-DEPENDANT-FILE-NAME)
                INTO (DEPENDANT-RECORD)
                RIDFLD(DPN-DEPENDANT-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE DPA-DEPENDANT-RECORD TO DEPENDANT-RECORD

                EXEC CICS REWRITE
                     FILE(APP-DEPENDANT-FILE-NAME)
                     FROM (DEPENDANT-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                   MOVE 'Dependant Updated Successfully!' TO WS-MESSAGE
                   PERFORM 2300-REFRESH-TOTALS
                ELSE
                   MOVE 'Error Rewriting Dependant Record!'
                      TO WS-MESSAGE
                END-IF
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Dependant Record Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Dependant Record!' TO WS-MESSAGE
           END-EVALUATE.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4100-GET-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4100-GET-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A MISSING MONITOR CONTAINER JUST LEAVES THE DEPENDANT
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
           PERFORM 9150-PUT-DEPNDT-CONTAINER.

           EXEC CICS SEND
                MAP(APP-DEPNDT-MAP-NAME)
                MAPSET(APP-DEPNDT-MAPSET-NAME)
                FROM (EDPNMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-DEPNDT-CHANNEL-NAME)
                TRANSID(APP-DEPNDT-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           MOVE DPA-DEPENDANT-RECORD TO DEPENDANT-RECORD.

           IF DPN-EMPLOYEE-ID IS GREATER THAN ZERO THEN
              MOVE DPN-EMPLOYEE-ID TO EMPLIDO
              MOVE DPA-PRIMARY-NAME TO PRNAMEO
           END-IF.

           IF DPA-PRIMARY-NAME IS NOT EQUAL TO SPACES THEN
              MOVE DPA-DEPENDANT-COUNT TO DPNCNTO
              MOVE DPA-BENEFICIARY-TOTAL TO BENTOTO
           END-IF.

           IF DPA-RECORD-FOUND THEN
              MOVE DPN-SEQUENCE TO SEQNOO
              MOVE DPN-DEPENDANT-NAME TO DPNAMEO
              MOVE DPN-RELATIONSHIP TO RELATNO
              MOVE DPN-BIRTH-DATE TO BIRTHDO
              MOVE DPN-COVERED-FLAG TO COVERDO
              MOVE DPN-BENEFICIARY-PCT TO BENPCTO
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:8) IS EQUAL TO 'Employee'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:9) IS EQUAL TO 'Dependant'
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

       9150-PUT-DEPNDT-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-DEPNDT-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-DEPNDT-CONTAINER-NAME)
                CHANNEL(APP-DEPNDT-CHANNEL-NAME)
                FROM (DEPNDT-ENTRY-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Dependant Container!'
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
