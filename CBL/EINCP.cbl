       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINCP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'HEALTH AND SAFETY INCIDENT LOG' PROGRAM.
      *      - ONE RECORD PER WORKPLACE ACCIDENT OR NEAR MISS, KEYED
      *        INCIDENT DATE + SEQUENCE (SEE EINCDNT.CPY): WHO WAS
      *        INVOLVED, WHERE (A WORK-LOCATION CODE PLUS FREE-TEXT
      *        DETAIL), THE INJURY TYPE, SEVERITY, WHETHER IT IS
      *        EXTERNALLY REPORTABLE, AND A DESCRIPTION.
      *      - A BLANK SEQUENCE LOGS THE DATE'S NEXT INCIDENT.
      *      - THE SICKNESS ABSENCE AN INCIDENT CAUSED CAN BE LINKED BY
      *        KEYING THAT ABSENCE'S START DATE - IT MUST BE A SICK
      *        ABSENCE ON EABSENC FOR THE SAME EMPLOYEE, STARTING NO
      *        EARLIER THAN THE INCIDENT. ITS DAYS ARE WHAT EINCRP'S
      *        MONTHLY RUN COUNTS AS LOST DAYS.
      *      - ACCESS IS GATED THROUGH THE EPERMTX MATRIX (FUNCTION
      *        'INCIDENT'; LEGACY RULE: MANAGERS AND ADMINISTRATORS),
      *        THE SAME WAY AS ECASP'S 'CASEFILE'.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - INCIDENT MAPSET.
      *      - INCIDENT CONTAINER.
      *      - HEALTH AND SAFETY INCIDENT RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - WORK-LOCATION RECORD.
      *      - ABSENCE RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - PERMISSION MATRIX RECORD.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EINCMAP.
       COPY EINCCTR.
       COPY EINCDNT.
       COPY EMPMAST.
       COPY ELOCATN.
       COPY EABSENC.
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
       01 WS-LOCATION-CHECK         PIC X(1)  VALUE SPACES.
          88 LOCATION-FOUND                   VALUE 'Y'.
          88 LOCATION-NOT-FOUND               VALUE SPACES.
      *
      *    WHAT THE LINKED-ABSENCE SEARCH TURNED UP FOR THE KEYED
      *    START DATE: A SICK ABSENCE, ONLY SOME OTHER KIND, OR NONE.
      *
       01 WS-ABSENCE-CHECK          PIC X(1)  VALUE SPACES.
          88 ABSENCE-SICK-FOUND               VALUE 'S'.
          88 ABSENCE-OTHER-TYPE               VALUE 'O'.
          88 ABSENCE-NOT-FOUND                VALUE SPACES.
      *
       01 WS-ABS-BROWSE-SWITCH      PIC X(1)  VALUE SPACES.
          88 WS-ABS-BROWSE-DONE               VALUE 'Y'.
          88 WS-ABS-BROWSE-MORE               VALUE 'N'.
      *
       01 WS-TODAY                  PIC X(8)  VALUE SPACES.
      *
       01 WS-DATE-NUMERIC           PIC 9(8)  VALUE ZEROES.
       01 WS-DATE-CHECK             PIC S9(4) USAGE COMP VALUE ZEROES.
          88 DATE-IS-VALID                    VALUE ZERO.
      *
      *    ONE KEYED DATE AT A TIME GOES THROUGH 2155-EDIT-ENTRY-DATE.
      *
       01 WS-DATE-ENTRY-FIELD       PIC X(10) VALUE SPACES.
       01 WS-DATE-RESULT            PIC X(8)  VALUE SPACES.
      *
      *    NEXT-FREE SEQUENCE SEARCH FOR AN INCIDENT DATE.
      *
       01 WS-INCIDENT-BROWSE.
          05 WS-HIGHEST-SEQ         PIC 9(3)  VALUE ZEROES.
          05 WS-NEW-INCIDENT-DATE   PIC X(8)  VALUE SPACES.
          05 WS-BROWSE-SWITCH       PIC X(1)  VALUE SPACES.
             88 WS-BROWSE-DONE                VALUE 'Y'.
             88 WS-BROWSE-MORE                VALUE 'N'.
      *
       01 WS-ABSENCE-INFO.
          05 FILLER                 PIC X(5)  VALUE 'SICK '.
          05 WS-ABI-START-DATE      PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(4)  VALUE ' TO '.
          05 WS-ABI-END-DATE        PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-ABI-DAYS-TAKEN      PIC Z9.9.
          05 FILLER                 PIC X(5)  VALUE ' DAYS'.
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

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

      *    >>> DEBUGGING ONLY <<<
           MOVE 'MAIN-LOGIC' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS GET
                CONTAINER(APP-INCIDENT-CONTAINER-NAME)
                CHANNEL(APP-INCIDENT-CHANNEL-NAME)
                INTO (INCIDENT-CONTAINER)
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
                MOVE 'Error Retrieving Incident Container!'
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
           PERFORM 1200-IDENTIFY-AND-GATE.

           MOVE 'Enter the Incident Date and No. - a Blank No. Logs a Ne
      -         'w Incident!'
              TO WS-MESSAGE.
           MOVE -1 TO INCDTEL.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.
           INITIALIZE INCIDENT-CONTAINER.
           INITIALIZE INCIDENT-RECORD.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EINCMO.

       1200-IDENTIFY-AND-GATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-IDENTIFY-AND-GATE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SIGNED-ON USER AND CATEGORY COME FROM THE ACTIVITY
      *    MONITOR; AN ANONYMOUS CALLER CAN'T LOG INCIDENTS.
           PERFORM 4100-GET-MONITOR-CONTAINER.

           MOVE MON-USER-ID TO ICC-USER-ID.
           MOVE MON-USER-CATEGORY TO ICC-USER-CATEGORY.

           MOVE 'INCIDENT' TO WS-PERM-FUNCTION.
           MOVE ICC-USER-CATEGORY TO WS-PERM-USER-TYPE.
           PERFORM 8500-CHECK-PERMISSION.

           IF ICC-USER-ID IS EQUAL TO SPACES OR
              WS-PERM-DENIED OR (WS-PERM-USE-LEGACY AND
              NOT ICC-UC-ADMINISTRATOR AND NOT ICC-UC-MANAGER)
              THEN
              MOVE 'Access Denied - Incident Log Is Restricted!'
                 TO WS-MESSAGE
              PERFORM 9050-SEND-MESSAGE-AND-RETURN
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
                MAP(APP-INCIDENT-MAP-NAME)
                MAPSET(APP-INCIDENT-MAPSET-NAME)
                INTO (EINCMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-LOOKUP-OR-VALIDATE
           WHEN DFHPF3
                PERFORM 2200-SAVE-INCIDENT-RECORD
                IF VALIDATION-PASSED
                   PERFORM 2400-DELETE-INCIDENT-CONTAINER
                   PERFORM 9200-RETURN-TO-CICS
                END-IF
           WHEN DFHPF4
                PERFORM 2200-SAVE-INCIDENT-RECORD
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN
           WHEN DFHPF12
                PERFORM 2400-DELETE-INCIDENT-CONTAINER
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
           WHEN ICC-NOT-SET
                PERFORM 2110-LOOKUP-INCIDENT-RECORD
           WHEN OTHER
                PERFORM 2150-VALIDATE-USER-INPUT
           END-EVALUATE.

       2110-LOOKUP-INCIDENT-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-LOOKUP-INCIDENT-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE INCIDENT-RECORD.

           MOVE SPACES TO WS-DATE-ENTRY-FIELD.
           IF INCDTEL IS GREATER THAN ZERO THEN
              MOVE INCDTEI TO WS-DATE-ENTRY-FIELD
           END-IF.
           PERFORM 2155-EDIT-ENTRY-DATE.

           MOVE 1 TO WS-DATE-CHECK.
           IF WS-DATE-RESULT IS NUMERIC THEN
              MOVE WS-DATE-RESULT TO WS-DATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC)
                 TO WS-DATE-CHECK
           END-IF.

           EVALUATE TRUE
           WHEN WS-DATE-RESULT IS EQUAL TO SPACES
                MOVE 'Validation Error: Incident Date is required!'
                   TO WS-MESSAGE
                MOVE -1 TO INCDTEL
                EXIT PARAGRAPH
           WHEN NOT DATE-IS-VALID
                MOVE 'Validation Error: Incident Date is not a real cale
      -              'ndar date!'
                   TO WS-MESSAGE
                MOVE -1 TO INCDTEL
                EXIT PARAGRAPH
           WHEN WS-DATE-RESULT IS GREATER THAN WS-TODAY
                MOVE 'Validation Error: Incident Date is in the future!'
                   TO WS-MESSAGE
                MOVE -1 TO INCDTEL
                EXIT PARAGRAPH
           END-EVALUATE.

           MOVE WS-DATE-RESULT TO INC-INCIDENT-DATE.

           IF INCSEQL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(INCSEQI)
                   LENGTH(LENGTH OF INCSEQI)
                   END-EXEC
              IF INCSEQI IS NUMERIC THEN
                 MOVE INCSEQI TO INC-INCIDENT-SEQ
              END-IF
           END-IF.

      *    NO NUMBER KEYED -> LOG THE DATE'S NEXT INCIDENT.
           IF INC-INCIDENT-SEQ IS EQUAL TO ZERO THEN
              PERFORM 2115-FIND-NEXT-INCIDENT-SEQ
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS READ
                FILE(APP-INCIDENT-FILE-NAME)
                INTO (INCIDENT-RECORD)
                RIDFLD(INC-INCIDENT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET ICC-RECORD-FOUND TO TRUE
                SET ICC-EDITING-EXISTING TO TRUE
                PERFORM 2120-CONFIRM-EMPLOYEE
                PERFORM 2130-CONFIRM-LOCATION
                PERFORM 2140-FIND-LINKED-ABSENCE
                MOVE INCIDENT-RECORD TO ICC-INCIDENT-RECORD
                MOVE 'Incident Found! Edit Details, then PF4=Save or PF3
      -              '=Save/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO EMPLIDL
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Incident Not Found - Leave No. Blank to Log
      -              ' a New One!'
                   TO WS-MESSAGE
                MOVE -1 TO INCSEQL
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Incident File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Incident Record!' TO WS-MESSAGE
           END-EVALUATE.

       2115-FIND-NEXT-INCIDENT-SEQ.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2115-FIND-NEXT-INCIDENT-SEQ' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    WALK THE DATE'S INCIDENTS AND TAKE ONE PAST THE HIGHEST.
           MOVE ZERO TO WS-HIGHEST-SEQ.
           MOVE INC-INCIDENT-DATE TO WS-NEW-INCIDENT-DATE.

           EXEC CICS STARTBR
                FILE(APP-INCIDENT-FILE-NAME)
                RIDFLD(INC-INCIDENT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                SET WS-BROWSE-MORE TO TRUE
                PERFORM 2116-READ-NEXT-INCIDENT
                   UNTIL WS-BROWSE-DONE

                EXEC CICS ENDBR
                     FILE(APP-INCIDENT-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Incident File Not Open!' TO WS-MESSAGE
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Browsing Incident File!' TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           IF WS-HIGHEST-SEQ IS EQUAL TO 999 THEN
              MOVE 'Error: No Incident Numbers Left for This Date!'
                 TO WS-MESSAGE
              MOVE -1 TO INCDTEL
              EXIT PARAGRAPH
           END-IF.

      *    A NEW INCIDENT IS LOGGED BY THE SIGNED-ON USER, TODAY, AND
      *    STARTS AS NOT REPORTABLE UNTIL ITS SEVERITY SAYS OTHERWISE.
           INITIALIZE INCIDENT-RECORD.
           MOVE WS-NEW-INCIDENT-DATE TO INC-INCIDENT-DATE.
           COMPUTE INC-INCIDENT-SEQ = WS-HIGHEST-SEQ + 1.
           SET INC-NOT-REPORTABLE TO TRUE.
           MOVE WS-TODAY TO INC-ENTERED-DATE.
           MOVE ICC-USER-ID TO INC-REPORTED-BY.

           SET ICC-RECORD-FOUND TO TRUE.
           SET ICC-ADDING-NEW-INCIDENT TO TRUE.
           MOVE INCIDENT-RECORD TO ICC-INCIDENT-RECORD.

           MOVE 'New Incident - Key Employee, Location, Injury and Sever
      -         'ity, then PF4=Save.'
              TO WS-MESSAGE.
           MOVE -1 TO EMPLIDL.

       2116-READ-NEXT-INCIDENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2116-READ-NEXT-INCIDENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-INCIDENT-FILE-NAME)
                INTO (INCIDENT-RECORD)
                RIDFLD(INC-INCIDENT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-BROWSE-DONE TO TRUE
           WHEN INC-INCIDENT-DATE IS NOT EQUAL TO WS-NEW-INCIDENT-DATE
                SET WS-BROWSE-DONE TO TRUE
           WHEN OTHER
                MOVE INC-INCIDENT-SEQ TO WS-HIGHEST-SEQ
           END-EVALUATE.

       2120-CONFIRM-EMPLOYEE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-CONFIRM-EMPLOYEE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A MISSING ID IS CAUGHT AS "REQUIRED" BY THE CALLER, SO ONLY
      *    A KEYED ONE IS LOOKED UP HERE.
           INITIALIZE WS-EMPLOYEE-CHECK.
           MOVE SPACES TO ICC-PRIMARY-NAME.

           IF INC-EMPLOYEE-ID IS EQUAL TO ZERO THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE INC-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              SET EMPLOYEE-FOUND TO TRUE
              MOVE EMP-PRIMARY-NAME TO ICC-PRIMARY-NAME
           END-IF.

       2130-CONFIRM-LOCATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2130-CONFIRM-LOCATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    ANY SITE ON FILE WILL DO - AN INCIDENT AT A SITE SINCE MADE
      *    INACTIVE STILL HAPPENED THERE.
           INITIALIZE WS-LOCATION-CHECK.
           MOVE SPACES TO ICC-LOCATION-NAME.

           IF INC-LOCATION-CODE IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE INC-LOCATION-CODE TO LOC-LOCATION-CODE.

           EXEC CICS READ
                FILE(APP-LOCATION-FILE-NAME)
                INTO (LOCATION-RECORD)
                RIDFLD(LOC-LOCATION-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              SET LOCATION-FOUND TO TRUE
              MOVE LOC-LOCATION-NAME TO ICC-LOCATION-NAME
           END-IF.

       2140-FIND-LINKED-ABSENCE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2140-FIND-LINKED-ABSENCE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RE-RESOLVED ON EVERY PASS, SO A CHANGED EMPLOYEE OR START
      *    DATE NEVER LEAVES A STALE LINK BEHIND. THE EMPLOYEE'S
      *    ABSENCES SIT TOGETHER ON THE FILE, SO THE BROWSE STOPS AT
      *    THE FIRST ONE BELONGING TO SOMEBODY ELSE.
           INITIALIZE WS-ABSENCE-CHECK.
           MOVE SPACES TO INC-ABS-ENTRY-TIMESTAMP.
           MOVE SPACES TO ICC-ABS-END-DATE.
           MOVE ZERO TO ICC-ABS-DAYS-TAKEN.

           IF INC-ABS-START-DATE IS EQUAL TO SPACES OR
              INC-EMPLOYEE-ID IS EQUAL TO ZERO THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE INC-EMPLOYEE-ID TO ABS-EMPLOYEE-ID.
           MOVE LOW-VALUES TO ABS-ENTRY-TIMESTAMP.

           EXEC CICS STARTBR
                FILE(APP-ABSENCE-FILE-NAME)
                RIDFLD(ABS-ABSENCE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              SET WS-ABS-BROWSE-MORE TO TRUE
              PERFORM 2145-READ-NEXT-ABSENCE
                 UNTIL WS-ABS-BROWSE-DONE

              EXEC CICS ENDBR
                   FILE(APP-ABSENCE-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2145-READ-NEXT-ABSENCE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2145-READ-NEXT-ABSENCE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READNEXT
                FILE(APP-ABSENCE-FILE-NAME)
                INTO (ABSENCE-RECORD)
                RIDFLD(ABS-ABSENCE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-ABS-BROWSE-DONE TO TRUE
           WHEN ABS-EMPLOYEE-ID IS NOT EQUAL TO INC-EMPLOYEE-ID
                SET WS-ABS-BROWSE-DONE TO TRUE
           WHEN ABS-START-DATE IS NOT EQUAL TO INC-ABS-START-DATE
                CONTINUE
           WHEN ABS-TYPE-SICK
                SET ABSENCE-SICK-FOUND TO TRUE
                MOVE ABS-ENTRY-TIMESTAMP TO INC-ABS-ENTRY-TIMESTAMP
                MOVE ABS-END-DATE TO ICC-ABS-END-DATE
                MOVE ABS-DAYS-TAKEN TO ICC-ABS-DAYS-TAKEN
                SET WS-ABS-BROWSE-DONE TO TRUE
           WHEN OTHER
                SET ABSENCE-OTHER-TYPE TO TRUE
           END-EVALUATE.

       2150-VALIDATE-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    RESTORE LAST SAVED AND VALIDATED DATA FROM CONTAINER.
           MOVE ICC-INCIDENT-RECORD TO INCIDENT-RECORD.

      *    GET NEWLY ENTERED FIELDS AND UPDATE THE RECORD.
           IF EMPLIDL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(EMPLIDI)
                   LENGTH(LENGTH OF EMPLIDI)
                   END-EXEC
              IF EMPLIDI IS NUMERIC THEN
                 MOVE EMPLIDI TO INC-EMPLOYEE-ID
              ELSE
                 MOVE ZERO TO INC-EMPLOYEE-ID
              END-IF
           END-IF.

           IF LOCCDEL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(LOCCDEI) TO INC-LOCATION-CODE
           END-IF.

           IF LOCDTLL IS GREATER THAN ZERO THEN
              MOVE LOCDTLI TO INC-LOCATION-DETAIL
           END-IF.

           IF INJTYPL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(INJTYPI) TO INC-INJURY-TYPE
           END-IF.

           IF SEVRTYL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(SEVRTYI) TO INC-SEVERITY
           END-IF.

           IF REPRTBL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(REPRTBI) TO INC-REPORTABLE-FLAG
           END-IF.

           IF DESCRL IS GREATER THAN ZERO THEN
              MOVE DESCRI TO INC-DESCRIPTION
           END-IF.

           IF ABSDTEL IS GREATER THAN ZERO THEN
              MOVE ABSDTEI TO WS-DATE-ENTRY-FIELD
              PERFORM 2155-EDIT-ENTRY-DATE
              MOVE WS-DATE-RESULT TO INC-ABS-START-DATE
           END-IF.

      *    MAKE SURE A KEYED ABSENCE START DATE IS A REAL DATE.
           MOVE ZERO TO WS-DATE-CHECK.
           IF INC-ABS-START-DATE IS NOT EQUAL TO SPACES THEN
              MOVE 1 TO WS-DATE-CHECK
              IF INC-ABS-START-DATE IS NUMERIC THEN
                 MOVE INC-ABS-START-DATE TO WS-DATE-NUMERIC
                 MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMERIC)
                    TO WS-DATE-CHECK
              END-IF
           END-IF.

           PERFORM 2120-CONFIRM-EMPLOYEE.
           PERFORM 2130-CONFIRM-LOCATION.
           IF DATE-IS-VALID THEN
              PERFORM 2140-FIND-LINKED-ABSENCE
           END-IF.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE INCIDENT-RECORD TO ICC-INCIDENT-RECORD.

      *    VALIDATE FIELDS.
           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN INC-EMPLOYEE-ID IS EQUAL TO ZERO
                MOVE 'Validation Error: Employee ID is required!'
                   TO WS-MESSAGE
                MOVE -1 TO EMPLIDL
           WHEN EMPLOYEE-NOT-FOUND
                MOVE 'Validation Error: Employee ID Not Found!'
                   TO WS-MESSAGE
                MOVE -1 TO EMPLIDL
           WHEN INC-LOCATION-CODE IS EQUAL TO SPACES
                MOVE 'Validation Error: Location Code is required!'
                   TO WS-MESSAGE
                MOVE -1 TO LOCCDEL
           WHEN LOCATION-NOT-FOUND
                MOVE 'Validation Error: Location Code Not On File!'
                   TO WS-MESSAGE
                MOVE -1 TO LOCCDEL
           WHEN NOT INC-INJURY-VALID
                MOVE 'Validation Error: Injury must be CU,FR,SP,BU,CR,EY
      -              ',AM,RS,EL,OT or NI!'
                   TO WS-MESSAGE
                MOVE -1 TO INJTYPL
           WHEN NOT INC-SEV-VALID
                MOVE 'Validation Error: Severity must be N, F, L, M or D
      -              '!'
                   TO WS-MESSAGE
                MOVE -1 TO SEVRTYL
           WHEN NOT INC-EXTERNALLY-REPORTABLE AND
                NOT INC-NOT-REPORTABLE
                MOVE 'Validation Error: Reportable must be Y or N!'
                   TO WS-MESSAGE
                MOVE -1 TO REPRTBL
           WHEN INC-DESCRIPTION IS EQUAL TO SPACES
                MOVE 'Validation Error: Description is required!'
                   TO WS-MESSAGE
                MOVE -1 TO DESCRL
      *    A NEAR MISS HURT NOBODY, AND 'NO INJURY' IS ONLY EVER A
      *    NEAR MISS.
           WHEN INC-SEV-NEAR-MISS AND NOT INC-INJ-NONE
                MOVE 'Validation Error: A Near Miss takes Injury Type NI
      -              '!'
                   TO WS-MESSAGE
                MOVE -1 TO INJTYPL
           WHEN INC-INJ-NONE AND NOT INC-SEV-NEAR-MISS
                MOVE 'Validation Error: Injury Type NI is for a Near Mis
      -              's only!'
                   TO WS-MESSAGE
                MOVE -1 TO SEVRTYL
           WHEN INC-SEV-ALWAYS-REPORTABLE AND
                NOT INC-EXTERNALLY-REPORTABLE
                MOVE 'Validation Error: Major and Fatal Incidents must b
      -              'e Reportable!'
                   TO WS-MESSAGE
                MOVE -1 TO REPRTBL
           WHEN NOT DATE-IS-VALID
                MOVE 'Validation Error: Absence Start is not a real cale
      -              'ndar date!'
                   TO WS-MESSAGE
                MOVE -1 TO ABSDTEL
           WHEN INC-ABS-START-DATE IS NOT EQUAL TO SPACES AND
                INC-SEV-NEAR-MISS
                MOVE 'Validation Error: A Near Miss cannot cause a Sickn
      -              'ess Absence!'
                   TO WS-MESSAGE
                MOVE -1 TO ABSDTEL
           WHEN INC-ABS-START-DATE IS NOT EQUAL TO SPACES AND
                INC-ABS-START-DATE IS LESS THAN INC-INCIDENT-DATE
                MOVE 'Validation Error: Absence Start is before the Inci
      -              'dent!'
                   TO WS-MESSAGE
                MOVE -1 TO ABSDTEL
           WHEN ABSENCE-OTHER-TYPE
                MOVE 'Validation Error: That Absence is not a Sickness A
      -              'bsence!'
                   TO WS-MESSAGE
                MOVE -1 TO ABSDTEL
           WHEN INC-ABS-START-DATE IS NOT EQUAL TO SPACES AND
                ABSENCE-NOT-FOUND
                MOVE 'Validation Error: No Sickness Absence Starts on th
      -              'at Date!'
                   TO WS-MESSAGE
                MOVE -1 TO ABSDTEL
      *    AN INJURY KEEPING SOMEONE OFF BEYOND THE THRESHOLD IS
      *    EXTERNALLY REPORTABLE WHATEVER ITS SEVERITY WAS LOGGED AS.
           WHEN ABSENCE-SICK-FOUND AND
                ICC-ABS-DAYS-TAKEN IS GREATER THAN
                APP-INCIDENT-OVER-DAYS AND
                NOT INC-EXTERNALLY-REPORTABLE
                MOVE 'Validation Error: Absence Over the Day Limit - Mus
      -              't be Reportable!'
                   TO WS-MESSAGE
                MOVE -1 TO REPRTBL
           WHEN OTHER
                MOVE 'Changes Validated! PF4=Save or PF3=Save/Exit.'
                   TO WS-MESSAGE
                MOVE -1 TO EMPLIDL
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

       2200-SAVE-INCIDENT-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-SAVE-INCIDENT-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF NOT ICC-RECORD-FOUND THEN
              MOVE 'Locate or Start an Incident First!' TO WS-MESSAGE
              INITIALIZE WS-VALIDATION-FLAG
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2150-VALIDATE-USER-INPUT.

           IF VALIDATION-PASSED THEN
              MOVE ICC-USER-ID TO INC-LAST-UPDATED-BY
              MOVE WS-TODAY TO INC-LAST-UPDATED-DATE
              MOVE INCIDENT-RECORD TO ICC-INCIDENT-RECORD

              EVALUATE TRUE
              WHEN ICC-ADDING-NEW-INCIDENT
                   PERFORM 3000-WRITE-NEW-RECORD
              WHEN OTHER
                   PERFORM 3100-REWRITE-EXISTING-RECORD
              END-EVALUATE
           END-IF.

       2400-DELETE-INCIDENT-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-DELETE-INCIDENT-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-INCIDENT-CONTAINER-NAME)
                CHANNEL(APP-INCIDENT-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SIGNED-ON USER STAYS - ONLY THE INCIDENT IS CLEARED.
           SET ICC-NOT-SET TO TRUE.
           SET ICC-EDITING-EXISTING TO TRUE.
           MOVE SPACES TO ICC-PRIMARY-NAME.
           MOVE SPACES TO ICC-LOCATION-NAME.
           MOVE SPACES TO ICC-ABS-END-DATE.
           MOVE ZERO TO ICC-ABS-DAYS-TAKEN.
           MOVE SPACES TO ICC-INCIDENT-RECORD.
           INITIALIZE EINCMO.
           MOVE 'Enter the Incident Date and No. - a Blank No. Logs a Ne
      -         'w Incident!'
              TO WS-MESSAGE.
           MOVE -1 TO INCDTEL.

      *-----------------------------------------------------------------
       WRITING SECTION.
      *-----------------------------------------------------------------

       3000-WRITE-NEW-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-WRITE-NEW-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ICC-INCIDENT-RECORD TO INCIDENT-RECORD.

           EXEC CICS WRITE
                FILE(APP-INCIDENT-FILE-NAME)
                FROM (INCIDENT-RECORD)
                RIDFLD(INC-INCIDENT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Incident Logged Successfully!' TO WS-MESSAGE
                SET ICC-EDITING-EXISTING TO TRUE
      *    TWO PEOPLE LOGGING AN INCIDENT FOR THE SAME DATE AT ONCE CAN
      *    BOTH BE OFFERED THE SAME NEXT NUMBER - THE SECOND IS TOLD.
           WHEN DFHRESP(DUPKEY)
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Incident No. Just Taken - PF9 and Log the I
      -              'ncident Again!'
                   TO WS-MESSAGE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Incident File Not Open!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Writing Incident Record!' TO WS-MESSAGE
           END-EVALUATE.

       3100-REWRITE-EXISTING-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-REWRITE-EXISTING-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    READ UPDATE AND REWRITE HAPPEN WITHIN THIS SAME TASK, SO NO
      *    LOCK IS EVER HELD ACROSS A PSEUDO-CONVERSATIONAL SCREEN WAIT.
           MOVE ICC-INCIDENT-RECORD TO INCIDENT-RECORD.

           EXEC CICS READ
                FILE(APP-INCIDENT-FILE-NAME)
                INTO (INCIDENT-RECORD)
                RIDFLD(INC-INCIDENT-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE ICC-INCIDENT-RECORD TO INCIDENT-RECORD

                EXEC CICS REWRITE
                     FILE(APP-INCIDENT-FILE-NAME)
                     FROM (INCIDENT-RECORD)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
                   MOVE 'Incident Updated Successfully!' TO WS-MESSAGE
                ELSE
                   MOVE 'Error Rewriting Incident Record!' TO WS-MESSAGE
                END-IF
           WHEN DFHRESP(NOTFND)
                MOVE 'Error: Incident Record Not Found!' TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Error Reading Incident Record!' TO WS-MESSAGE
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
           PERFORM 9150-PUT-INCIDENT-CONTAINER.

           EXEC CICS SEND
                MAP(APP-INCIDENT-MAP-NAME)
                MAPSET(APP-INCIDENT-MAPSET-NAME)
                FROM (EINCMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-INCIDENT-CHANNEL-NAME)
                TRANSID(APP-INCIDENT-TRANSACTION-ID)
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

           IF ICC-USER-ID IS NOT EQUAL TO SPACES THEN
              MOVE ICC-USER-ID TO LOGDINO
           ELSE
              MOVE '<Anonym>' TO LOGDINO
           END-IF.

           IF ICC-RECORD-FOUND THEN
              MOVE ICC-INCIDENT-RECORD TO INCIDENT-RECORD
              PERFORM 9120-POPULATE-INCIDENT-FIELDS
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:8) IS EQUAL TO 'Incident'
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

       9120-POPULATE-INCIDENT-FIELDS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9120-POPULATE-INCIDENT-FIELDS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE INC-INCIDENT-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO INCDTEO.
           MOVE INC-INCIDENT-SEQ TO INCSEQO.

           IF INC-EMPLOYEE-ID IS NUMERIC AND
              INC-EMPLOYEE-ID IS GREATER THAN ZERO THEN
              MOVE INC-EMPLOYEE-ID TO EMPLIDO
           END-IF.

           MOVE ICC-PRIMARY-NAME TO PRNAMEO.
           MOVE INC-LOCATION-CODE TO LOCCDEO.
           MOVE ICC-LOCATION-NAME TO LOCNAMO.
           MOVE INC-LOCATION-DETAIL TO LOCDTLO.
           MOVE INC-INJURY-TYPE TO INJTYPO.
           MOVE INC-SEVERITY TO SEVRTYO.
           MOVE INC-REPORTABLE-FLAG TO REPRTBO.
           MOVE INC-DESCRIPTION TO DESCRO.

           EVALUATE TRUE
           WHEN INC-INJ-CUT
                MOVE 'Cut / Laceration' TO INJDSCO
           WHEN INC-INJ-FRACTURE
                MOVE 'Fracture' TO INJDSCO
           WHEN INC-INJ-SPRAIN
                MOVE 'Sprain / Strain' TO INJDSCO
           WHEN INC-INJ-BURN
                MOVE 'Burn' TO INJDSCO
           WHEN INC-INJ-CRUSH
                MOVE 'Crush / Bruising' TO INJDSCO
           WHEN INC-INJ-EYE
                MOVE 'Eye Injury' TO INJDSCO
           WHEN INC-INJ-AMPUTATION
                MOVE 'Amputation' TO INJDSCO
           WHEN INC-INJ-RESPIRATORY
                MOVE 'Respiratory' TO INJDSCO
           WHEN INC-INJ-ELECTRIC
                MOVE 'Electric Shock' TO INJDSCO
           WHEN INC-INJ-OTHER
                MOVE 'Other Injury' TO INJDSCO
           WHEN INC-INJ-NONE
                MOVE 'No Injury' TO INJDSCO
           END-EVALUATE.

           EVALUATE TRUE
           WHEN INC-SEV-NEAR-MISS
                MOVE 'Near Miss' TO SEVDSCO
           WHEN INC-SEV-FIRST-AID
                MOVE 'First Aid Only' TO SEVDSCO
           WHEN INC-SEV-LOST-TIME
                MOVE 'Lost Time' TO SEVDSCO
           WHEN INC-SEV-MAJOR
                MOVE 'Major Injury' TO SEVDSCO
           WHEN INC-SEV-FATAL
                MOVE 'Fatality' TO SEVDSCO
           END-EVALUATE.

           IF INC-ABS-START-DATE IS NOT EQUAL TO SPACES THEN
              MOVE INC-ABS-START-DATE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO ABSDTEO
           END-IF.

      *    THE LINKED ABSENCE'S SPAN AND DAYS, ONCE IT IS RESOLVED.
           IF NOT INC-NO-ABSENCE-LINKED THEN
              MOVE WS-OUTPUT-DATE TO WS-ABI-START-DATE
              MOVE SPACES TO WS-ABI-END-DATE
              IF ICC-ABS-END-DATE IS NOT EQUAL TO SPACES THEN
                 MOVE ICC-ABS-END-DATE TO WS-INPUT-DATE
                 MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
                 MOVE WS-OUTPUT-DATE TO WS-ABI-END-DATE
              END-IF
              MOVE ICC-ABS-DAYS-TAKEN TO WS-ABI-DAYS-TAKEN
              MOVE WS-ABSENCE-INFO TO ABSINFO
           END-IF.

       9150-PUT-INCIDENT-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-INCIDENT-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-INCIDENT-CONTAINER-NAME)
                CHANNEL(APP-INCIDENT-CHANNEL-NAME)
                FROM (INCIDENT-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Incident Container!'
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
