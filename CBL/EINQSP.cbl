       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINQSP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'EMPLOYEE INQUIRY SERVICE' PROGRAM.
      *      - LINKED (NOT A TRANSACTION OF ITS OWN, NO SCREEN) BY
      *        OTHER CICS APPLICATIONS - THE FACILITIES BOOKING SYSTEM,
      *        THE IT SERVICE DESK - WITH A REQUEST CONTAINER (SEE
      *        EINQREQ.CPY) NAMING THE CALLING APPLICATION AND AN
      *        EMPLOYEE ID, EXTERNAL ID OR NAME. ALWAYS PUTS BACK A
      *        RESPONSE CONTAINER (SEE EINQRSP.CPY) WITH A RETURN CODE
      *        AND, WHEN THE EMPLOYEE IS FOUND, THEIR NAME, DEPARTMENT,
      *        MANAGER, LOCATION AND ACTIVE STATUS - SO NOBODY HAS TO
      *        SCREEN-SCRAPE EVIEWP FOR THEM ANY MORE.
      *      - THE CALLING APPLICATION IS TREATED LIKE A PERSON ON THE
      *        SCREENS: IT MUST HAVE AN ACTIVE EREGUSR SIGN-ON, ITS
      *        USER TYPE IS CHECKED AGAINST THE PERMISSION MATRIX
      *        (FUNCTION 'EMPINQ' - NO ROW LEAVES IT OPEN TO EVERY
      *        ROLE, AS EVIEWP'S INQUIRY IS), AN EXTERNAL-ID SEARCH IS
      *        RESTRICTED AND AUDITED AS EVIEWP'S IS, AND THE EXTERNAL
      *        ID GOES BACK MASKED TO ITS LAST FOUR CHARACTERS.
      *      - EVERY CALL, ANSWERED OR REFUSED, IS TALLIED IN THE
      *        USAGE STATISTICS UNDER THE CALLING APPLICATION'S ID, SO
      *        EUSTRP AND EUSTQP SHOW WHO USES THE SERVICE AND HOW
      *        MUCH.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - INQUIRY REQUEST AND RESPONSE CONTAINERS.
      *      - REGISTERED USER RECORD.
      *      - PERMISSION MATRIX RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - WORK-LOCATION RECORD.
      *      - FIELD CIPHER COMM-AREA.
      *      - AUDIT LOG RECORD AND AUDIT CHAIN COMM-AREA.
      *      - USAGE STATISTICS RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EINQREQ.
       COPY EINQRSP.
       COPY EREGUSR.
       COPY EPERMTX.
       COPY EMPMAST.
       COPY DEPTMAST.
       COPY ELOCATN.
       COPY ECIPHCA.
       COPY EAUDIT.
       COPY EAUDCCA.
       COPY EUSTATS.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          03 WS-CICS-RESPONSE          PIC S9(8) USAGE IS BINARY.
          03 WS-CALLER-TYPE            PIC X(3).
             88 WS-CALLER-ADMINISTRATOR        VALUE 'ADM'.
             88 WS-CALLER-MANAGER              VALUE 'MGR'.
          03 WS-SEARCH-ID-TEXT         PIC X(38).
          03 WS-TODAY-DATE             PIC X(8).
          03 WS-MANAGER-ID             PIC 9(8).
      *
      *    PERMISSION CHECK (SEE 8500-CHECK-PERMISSION) - THE SAME
      *    SHAPE AS THE SCREENS' OWN.
      *
       01 WS-PERM-FUNCTION          PIC X(8)  VALUE SPACES.
       01 WS-PERM-USER-TYPE         PIC X(3)  VALUE SPACES.
       01 WS-PERM-RESULT            PIC X(1)  VALUE SPACES.
          88 WS-PERM-ALLOWED                  VALUE 'A'.
          88 WS-PERM-DENIED                   VALUE 'D'.
          88 WS-PERM-USE-LEGACY               VALUE SPACE.
      *
       01 WS-MASKED-EXTERNAL-ID.
          05 FILLER                 PIC X(8)  VALUE '********'.
          05 WS-MSK-LAST-FOUR       PIC X(4)  VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-PROCESS-REQUEST.
           PERFORM 7500-TALLY-USAGE.
           PERFORM 9000-RETURN-TO-CALLER.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EMPLOYEE-INQUIRY-RESPONSE.
           SET EIR-FOUND TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

      *    GET CONTAINER SENT FROM THE CALLING PROGRAM. WITHOUT ONE
      *    THERE IS NOTHING TO ANSWER, BUT THE RESPONSE STILL GOES
      *    BACK SO THE CALLER NEVER READS AN EMPTY CHANNEL.
           EXEC CICS GET
                CONTAINER(APP-EMPINQ-REQUEST-NAME)
                CHANNEL(APP-EMPINQ-CHANNEL-NAME)
                INTO (EMPLOYEE-INQUIRY-REQUEST)
                FLENGTH(LENGTH OF EMPLOYEE-INQUIRY-REQUEST)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              INITIALIZE EMPLOYEE-INQUIRY-REQUEST
              SET EIR-INVALID-REQUEST TO TRUE
              MOVE 'No Inquiry Request Container On The Channel!'
                 TO EIR-MESSAGE
           END-IF.

       2000-PROCESS-REQUEST.
           IF EIR-FOUND THEN
              PERFORM 2100-CHECK-CALLER
           END-IF.

           IF EIR-FOUND THEN
              PERFORM 2200-VALIDATE-REQUEST
           END-IF.

           IF EIR-FOUND THEN
              PERFORM 2300-LOCATE-EMPLOYEE
           END-IF.

           IF EIR-FOUND OR EIR-FOUND-NOT-UNIQUE THEN
              PERFORM 2400-BUILD-SUMMARY
           END-IF.

      *    A HIT THROUGH THE GOVERNMENT IDENTIFIER IS LOGGED THE
      *    SAME WAY EVIEWP LOGS ONE - COMPLIANCE SEES WHICH
      *    APPLICATION LOOKED UP WHOM ON THE SAME EAUDQP REVIEW.
           IF (EIR-FOUND OR EIR-FOUND-NOT-UNIQUE) AND
              EIQ-BY-EXTERNAL-ID THEN
              PERFORM 7700-LOG-EXTID-LOOKUP
           END-IF.

       2100-CHECK-CALLER.
      *    AN APPLICATION WITH NO SIGN-ON OF ITS OWN, OR ONE SINCE
      *    DEACTIVATED, GETS NOTHING - THE SAME AS A PERSON WOULD.
           IF EIQ-CALLER-ID IS EQUAL TO SPACES OR
              EIQ-CALLER-ID IS EQUAL TO LOW-VALUES THEN
              SET EIR-INVALID-REQUEST TO TRUE
              MOVE 'Calling Application ID Is Required!'
                 TO EIR-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE EIQ-CALLER-ID TO RU-USER-ID.

           EXEC CICS READ
                FILE(AC-REG-USER-FILE-NAME)
                INTO (REG-USER-RECORD)
                RIDFLD(RU-USER-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF NOT RU-ST-ACTIVE THEN
                   SET EIR-ACCESS-DENIED TO TRUE
                   MOVE 'Access Denied - Calling Application Is Not Acti
      -                 've!'
                      TO EIR-MESSAGE
                   EXIT PARAGRAPH
                END-IF
           WHEN DFHRESP(NOTFND)
                SET EIR-ACCESS-DENIED TO TRUE
                MOVE 'Access Denied - Calling Application Is Not Registe
      -              'red!'
                   TO EIR-MESSAGE
                EXIT PARAGRAPH
           WHEN OTHER
                SET EIR-SERVICE-ERROR TO TRUE
                MOVE 'Error Reading Registered Users File!'
                   TO EIR-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           MOVE RU-USER-TYPE TO WS-CALLER-TYPE.

      *    NO MATRIX ROW LEAVES THE INQUIRY OPEN TO EVERY ROLE, AS
      *    EVIEWP'S IS - AN 'N' ROW SHUTS A ROLE OUT.
           MOVE 'EMPINQ' TO WS-PERM-FUNCTION.
           MOVE WS-CALLER-TYPE TO WS-PERM-USER-TYPE.
           PERFORM 8500-CHECK-PERMISSION.

           IF WS-PERM-DENIED THEN
              SET EIR-ACCESS-DENIED TO TRUE
              MOVE 'Access Denied - Insufficient Privileges!'
                 TO EIR-MESSAGE
           END-IF.

       2200-VALIDATE-REQUEST.
           IF EIQ-SEARCH-VALUE IS EQUAL TO SPACES OR
              EIQ-SEARCH-VALUE IS EQUAL TO LOW-VALUES THEN
              SET EIR-INVALID-REQUEST TO TRUE
              MOVE 'Search Value Is Required!' TO EIR-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
           WHEN EIQ-BY-EMPLOYEE-ID
                MOVE FUNCTION TRIM(EIQ-SEARCH-VALUE)
                   TO WS-SEARCH-ID-TEXT
                IF WS-SEARCH-ID-TEXT(1:8) IS NOT NUMERIC OR
                   WS-SEARCH-ID-TEXT(9:30) IS NOT EQUAL TO SPACES THEN
                   SET EIR-INVALID-REQUEST TO TRUE
                   MOVE 'Employee ID Must Be 8 Numeric Digits!'
                      TO EIR-MESSAGE
                ELSE
                   MOVE WS-SEARCH-ID-TEXT(1:8) TO EMP-EMPLOYEE-ID
                END-IF
           WHEN EIQ-BY-EXTERNAL-ID
      *         GATED TO THE SAME ROLES THAT MAY SEARCH BY IT ON
      *         EVIEWP.
                IF NOT WS-CALLER-ADMINISTRATOR AND
                   NOT WS-CALLER-MANAGER THEN
                   SET EIR-ACCESS-DENIED TO TRUE
                   MOVE 'Access Denied - External-ID Search Is Restricte
      -                 'd!'
                      TO EIR-MESSAGE
                ELSE
                   PERFORM 2210-ENCIPHER-SEARCH-EXTID
                END-IF
           WHEN EIQ-BY-NAME
                MOVE EIQ-SEARCH-VALUE TO EMP-PRIMARY-NAME
           WHEN OTHER
                SET EIR-INVALID-REQUEST TO TRUE
                MOVE 'Search Type Must Be I, X Or N!' TO EIR-MESSAGE
           END-EVALUATE.

       2210-ENCIPHER-SEARCH-EXTID.
      *    THE PATH HOLDS ENCIPHERED VALUES - THE KEYED ONE IS
      *    ENCIPHERED THE SAME WAY BEFORE IT IS LOOKED FOR.
           INITIALIZE FIELD-CIPHER-COMMAREA.
           SET FCA-ENCIPHER TO TRUE.
           SET FCA-EXTERNAL-ID TO TRUE.
           MOVE EIQ-SEARCH-VALUE(1:12) TO FCA-FIELD-VALUE.

           EXEC CICS LINK
                PROGRAM(APP-CIPHER-PROGRAM-NAME)
                COMMAREA(FIELD-CIPHER-COMMAREA)
                LENGTH(LENGTH OF FIELD-CIPHER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT FCA-REQUEST-OK
              SET EIR-SERVICE-ERROR TO TRUE
              MOVE 'Error: External ID Could Not Be Protected - Search N
      -           'ot Run!'
                 TO EIR-MESSAGE
           ELSE
              MOVE FCA-FIELD-VALUE TO EMP-EXTERNAL-ID
           END-IF.

       2300-LOCATE-EMPLOYEE.
      *    A DIRECT READ, BY THE KEY OR THROUGH THE PATH. THE NAME
      *    PATH IS NOT UNIQUE - DUPKEY MEANS THE FIRST OF SEVERAL
      *    EMPLOYEES OF THAT NAME CAME BACK, AND THE CALLER IS TOLD
      *    SO RATHER THAN LEFT TO ASSUME IT IS THE ONLY ONE.
           EVALUATE TRUE
           WHEN EIQ-BY-EMPLOYEE-ID
                EXEC CICS READ
                     FILE(APP-EMP-MASTER-FILE-NAME)
                     INTO (EMPLOYEE-MASTER-RECORD)
                     RIDFLD(EMP-EMPLOYEE-ID)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN EIQ-BY-EXTERNAL-ID
                EXEC CICS READ
                     FILE(APP-EMP-MASTER-EXTID-PATH-NAME)
                     INTO (EMPLOYEE-MASTER-RECORD)
                     RIDFLD(EMP-EXTERNAL-ID)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN OTHER
                EXEC CICS READ
                     FILE(APP-EMP-MASTER-PATH-NAME)
                     INTO (EMPLOYEE-MASTER-RECORD)
                     RIDFLD(EMP-PRIMARY-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           END-EVALUATE.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE 'Employee Found' TO EIR-MESSAGE
           WHEN DFHRESP(DUPKEY)
                SET EIR-FOUND-NOT-UNIQUE TO TRUE
                MOVE 'More Than One Employee Matches - First Returned'
                   TO EIR-MESSAGE
           WHEN DFHRESP(NOTFND)
                SET EIR-NOT-FOUND TO TRUE
                MOVE 'No Record Found!' TO EIR-MESSAGE
           WHEN OTHER
                SET EIR-SERVICE-ERROR TO TRUE
                MOVE 'Error Reading Employee Master File!'
                   TO EIR-MESSAGE
           END-EVALUATE.

       2400-BUILD-SUMMARY.
           MOVE EMP-EMPLOYEE-ID TO EIR-EMPLOYEE-ID.
           MOVE EMP-PRIMARY-NAME TO EIR-PRIMARY-NAME.
           MOVE EMP-HONORIFIC TO EIR-HONORIFIC.
           MOVE EMP-JOB-TITLE TO EIR-JOB-TITLE.
           MOVE EMP-DEPARTMENT-ID TO EIR-DEPARTMENT-ID.
           MOVE EMP-WORK-LOCATION TO EIR-LOCATION-CODE.
           MOVE EMP-END-DATE TO EIR-END-DATE.

      *    THE GOVERNMENT ID IS HELD ENCIPHERED, SO EVERY ROLE GETS
      *    THE LAST FOUR CHARACTERS (WHICH THE CIPHER LEAVES CLEAR).
           IF EMP-EXTERNAL-ID IS NOT EQUAL TO SPACES THEN
              MOVE EMP-EXTERNAL-ID(9:4) TO WS-MSK-LAST-FOUR
              MOVE WS-MASKED-EXTERNAL-ID TO EIR-MASKED-EXTERNAL-ID
           END-IF.

      *    A LEAVER WHOSE END DATE HAS NOT YET COME IS STILL ACTIVE.
           EVALUATE TRUE
           WHEN EMP-DELETED
                SET EIR-EMPLOYEE-DELETED TO TRUE
           WHEN EMP-MERGED-AWAY
                SET EIR-EMPLOYEE-MERGED TO TRUE
           WHEN EMP-END-DATE IS NOT EQUAL TO SPACES AND
                EMP-END-DATE IS NOT GREATER THAN WS-TODAY-DATE
                SET EIR-EMPLOYEE-LEFT TO TRUE
           WHEN OTHER
                SET EIR-EMPLOYEE-ACTIVE TO TRUE
           END-EVALUATE.

           IF EMP-SUPERVISOR-ID IS NUMERIC AND
              EMP-SUPERVISOR-ID IS GREATER THAN ZERO THEN
              MOVE EMP-SUPERVISOR-ID TO WS-MANAGER-ID
           END-IF.

           PERFORM 2410-LOOK-UP-DEPARTMENT.
           PERFORM 2420-LOOK-UP-LOCATION.
           PERFORM 2430-LOOK-UP-MANAGER.

       2410-LOOK-UP-DEPARTMENT.
      *    A DEPARTMENT MISSING FROM THE TABLE LEAVES ITS NAME BLANK -
      *    THE REST OF THE SUMMARY IS STILL WORTH RETURNING.
           MOVE EMP-DEPARTMENT-ID TO DEPT-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-MASTER-FILE-NAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE DEPT-DEPARTMENT-NAME TO EIR-DEPARTMENT-NAME
              IF WS-MANAGER-ID IS EQUAL TO ZERO THEN
                 MOVE DEPT-MANAGER-EMPLOYEE-ID TO WS-MANAGER-ID
              END-IF
           END-IF.

       2420-LOOK-UP-LOCATION.
           IF EMP-WORK-LOCATION IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-WORK-LOCATION TO LOC-LOCATION-CODE.

           EXEC CICS READ
                FILE(APP-LOCATION-FILE-NAME)
                INTO (LOCATION-RECORD)
                RIDFLD(LOC-LOCATION-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE LOC-LOCATION-NAME TO EIR-LOCATION-NAME
           END-IF.

       2430-LOOK-UP-MANAGER.
      *    READ LAST - IT REUSES THE EMPLOYEE RECORD AREA, AND
      *    EVERYTHING ELSE HAS ALREADY BEEN TAKEN FROM IT.
           IF WS-MANAGER-ID IS EQUAL TO ZERO THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-MANAGER-ID TO EIR-MANAGER-ID.
           MOVE WS-MANAGER-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE EMP-PRIMARY-NAME TO EIR-MANAGER-NAME
           END-IF.

       7500-TALLY-USAGE.
      *    SAME TALLY AS EACTMON'S 7500-TALLY-USAGE - ONE ROW PER
      *    CALLING APPLICATION AND DAY UNDER THE SERVICE'S OWN CODE
      *    (A LINKED PROGRAM RUNS UNDER ITS CALLER'S TRANSACTION ID,
      *    SO EIBTRNID WOULD HIDE IT). STATISTICS MUST NEVER COST AN
      *    ANSWER, SO EVERY OUTCOME HERE IS ACCEPTED SILENTLY.
           IF EIQ-CALLER-ID IS NOT EQUAL TO SPACES AND
              EIQ-CALLER-ID IS NOT EQUAL TO LOW-VALUES THEN
              MOVE EIQ-CALLER-ID TO UST-USER-ID
           ELSE
              MOVE '<ANONYM>' TO UST-USER-ID
           END-IF.
           MOVE APP-EMPINQ-TRANSACTION-ID TO UST-TRANSACTION-ID.
           MOVE WS-TODAY-DATE TO UST-USAGE-DATE.

           EXEC CICS READ
                FILE(APP-USTATS-FILE-NAME)
                INTO (USAGE-STATS-RECORD)
                RIDFLD(UST-USAGE-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO UST-USE-COUNT

              EXEC CICS REWRITE
                   FILE(APP-USTATS-FILE-NAME)
                   FROM (USAGE-STATS-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              MOVE 1 TO UST-USE-COUNT

              EXEC CICS WRITE
                   FILE(APP-USTATS-FILE-NAME)
                   FROM (USAGE-STATS-RECORD)
                   RIDFLD(UST-USAGE-KEY)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       7700-LOG-EXTID-LOOKUP.
      *    SAME AUDIT SHAPE AS EVIEWP'S - THE ACTION CODE READS 'ID
      *    VIEWED' ON EAUDQP AND THE TIMELINE, AND THE CALLING
      *    APPLICATION STANDS WHERE THE USER WOULD.
           INITIALIZE AUDIT-LOG-RECORD.
           MOVE EIR-EMPLOYEE-ID TO AUD-EMPLOYEE-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-AUDIT-TIMESTAMP.
           SET AUD-ACTION-UNMASK TO TRUE.
           MOVE EIQ-CALLER-ID TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-EMPINQ-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           PERFORM 7710-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
                RIDFLD(AUD-AUDIT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       7710-SEAL-AUDIT-ENTRY.
      *    CHAIN THE ENTRY ONTO THE EMPLOYEE'S AUDIT TRAIL (EAUDHP)
      *    RIGHT BEFORE IT IS WRITTEN. A FAILED LINK LEAVES IT
      *    UNSEALED - THE LOOKUP IS STILL AUDITED, AND THE CHAIN
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

       8500-CHECK-PERMISSION.
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

       9000-RETURN-TO-CALLER.
           EXEC CICS PUT
                CONTAINER(APP-EMPINQ-RESPONSE-NAME)
                CHANNEL(APP-EMPINQ-CHANNEL-NAME)
                FROM (EMPLOYEE-INQUIRY-RESPONSE)
                FLENGTH(LENGTH OF EMPLOYEE-INQUIRY-RESPONSE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.
