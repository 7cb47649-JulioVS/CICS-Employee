      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'ADD EMPLOYEE' PROGRAM.
      *      - ALSO ENTERED FROM EAPLP (PF6) WITH AN ACCEPTED
      *        APPLICANT'S KEY IN THE COMM-AREA: THE ADD SCREEN OPENS
      *        PRE-FILLED FROM THE APPLICANT AND ITS REQUISITION, AND
      *        THE NEW EMPLOYEE ID IS STAMPED BACK ON THE APPLICANT
      *        ONCE THE HIRE IS WRITTEN.
      *      - THE EXTERNAL ID IS ENCIPHERED THROUGH ECIPHP BEFORE IT
      *        IS LOOKED UP OR WRITTEN - THE MASTER ONLY EVER HOLDS
      *        THE ENCIPHERED FORM.
      *      - EACH ONBOARDING TASK SPAWNED FOR THE NEW STARTER IS
      *        QUEUED AS AN EMAIL TO ITS TEAM CONTACT (SEE EONBTPL.CPY)
      *        THROUGH THE LINKED NOTIFICATION OUTBOX WRITER ENTFCP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - ADD CONTAINER.
      *      - ADD MAPSET.
      *      - AUDIT LOG RECORD.
      *      - AUDIT-TRAIL CHAINING COMM-AREA.
      *      - FIELD CIPHER COMM-AREA.
      *      - DEPARTMENT HEADCOUNT COUNTER COMM-AREA.
      *      - NOTIFICATION OUTBOX COMM-AREA.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY EMPCNTL.
       COPY DEPTMAST.
       COPY EREQSTN.
       COPY EAPLCNT.
       COPY EJOBTTL.
       COPY EEMPTYP.
       COPY ERTWDOC.
       COPY ELOCATN.
       COPY EPROBTN.
       COPY EONBTPL.
       COPY EONBCHK.
       COPY ELEAVE.
       COPY ELVTIER.
       COPY EAUDIT.
       COPY EAUDCCA.
       COPY ECIPHCA.
       COPY EPERMTX.
       COPY EEVENT.
       COPY EDCNTCA.
       COPY ENTFCA.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
          88 EMP-TYPE-NOT-FOUND            VALUE 'N'.
          88 EMP-TYPE-INACTIVE             VALUE 'I'.
      *
      *    RIGHT-TO-WORK DOCUMENT CHECK (SEE ERTWDOC.CPY) - A HIRE
      *    WITH NO DOCUMENT IS REFUSED, EXCEPT A CONTRACTOR (THE
      *    AGENCY HOLDS THE CHECK), WHO IS WARNED AND GOES THROUGH.
      *    A REHIRE WHOSE DOCUMENT IS STILL ON FILE AND IN DATE
      *    NEEDS NONE KEYED.
       01 WS-RTW-CHECK           PIC X(1)  VALUE SPACES.
          88 RTW-DOCUMENT-OK               VALUE SPACES.
          88 RTW-DOCUMENT-MISSING          VALUE 'M'.
          88 RTW-DOCUMENT-MISSING-WARN     VALUE 'W'.
          88 RTW-TYPE-INVALID              VALUE 'T'.
          88 RTW-NUMBER-MISSING            VALUE 'N'.
          88 RTW-ISSUE-DATE-INVALID        VALUE 'I'.
          88 RTW-EXPIRY-DATE-MISSING       VALUE 'R'.
          88 RTW-EXPIRY-DATE-INVALID       VALUE 'E'.
          88 RTW-DOCUMENT-EXPIRED          VALUE 'X'.
       01 WS-RTW-KEYED-FLAG      PIC X(1)  VALUE SPACES.
          88 RTW-DOCUMENT-KEYED            VALUE 'Y'.
       01 WS-RTW-DATE-NUMERIC    PIC 9(8)  VALUE ZEROES.
       01 WS-RTW-DATE-CHECK      PIC S9(4) USAGE COMP VALUE ZEROES.
          88 RTW-DATE-IS-VALID             VALUE ZERO.
       01 WS-RTW-TODAY           PIC X(8)  VALUE SPACES.
      *
      *    THE DOCUMENT NUMBER SHOWS MASKED TO ITS LAST FOUR
      *    CHARACTERS, SAME AS ON ERTWP.
       01 WS-RTW-MASKED-NUMBER.
          05 FILLER              PIC X(16) VALUE '****************'.
          05 WS-RTW-MSK-LAST-FOUR
                                 PIC X(4)  VALUE SPACES.
       01 WS-RTW-MSK-LENGTH      PIC S9(4) USAGE IS BINARY.
      *
      *    WORK-LOCATION TABLE CHECK (SEE ELOCATN.CPY) - A NEW HIRE
      *    MUST BE PLACED AT AN ACTIVE SITE SO THEY APPEAR ON THE
      *    EVACUATION ROLL CALL FROM DAY ONE.
       01 WS-LOCATION-CHECK      PIC X(1)  VALUE SPACES.
          88 LOCATION-OK                   VALUE SPACES.
          88 LOCATION-NOT-FOUND            VALUE 'N'.
          88 LOCATION-INACTIVE             VALUE 'I'.
      *
      *    FTE ENTRY SCRATCH AND THE FTE-WEIGHTED POSITION-BUDGET
      *    ACCUMULATOR (IN PERCENT UNITS - 100 = ONE WHOLE HEAD), SO
      *    TWO HALF-TIMERS FILL ONE BUDGETED SLOT, NOT TWO.
                                           VALUE ZEROES.
      *
       01 WS-EXTERNAL-ID-LOOKUP  PIC X(12) VALUE SPACES.
      *
      *    ONCE WRITTEN THE EXTERNAL ID IS ENCIPHERED, SO IT IS SHOWN
      *    MASKED TO THE LAST FOUR (WHICH THE CIPHER LEAVES CLEAR).
       01 WS-MASKED-EXTERNAL-ID.
          05 FILLER              PIC X(8)  VALUE '********'.
          05 WS-MSK-LAST-FOUR    PIC X(4)  VALUE SPACES.
      *
       01 WS-CIPHER-SWITCH       PIC X(1)  VALUE SPACES.
          88 WS-CIPHER-FAILED              VALUE 'F'.
      *
       01 WS-REHIRE-KEEP-ID      PIC 9(8)  VALUE ZEROES.
       01 WS-REHIRE-KEEP-START   PIC X(8)  VALUE SPACES.
          88 BUDGET-EXCEEDED               VALUE 'X'.
      *
       01 WS-DEPT-ACTIVE-COUNT   PIC 9(5)  VALUE ZEROES.
      *
      *    THE HIRING PIPELINE COUNTS TOO - EVERY OPEN OR OFFERED
      *    REQUISITION ON EREQSTN COMMITS A WHOLE BUDGETED SLOT, SO
       01 WS-REQ-SCAN-KEY.
          05 WS-REQ-SCAN-DEPT-ID PIC 9(8).
          05 WS-REQ-SCAN-SEQ     PIC 9(4).
      *
      *    SCRATCH AREA FOR BUILDING EMP-PHONETIC-KEY (SEE
      *    3160-BUILD-PHONETIC-KEY) WHENEVER THE PRIMARY NAME IS
       01 WS-DUPLICATE-ID-FLAG   PIC X(1)  VALUE SPACES.
          88 DUPLICATE-EXTERNAL-ID-FOUND    VALUE 'Y'.
          88 REHIRE-CANDIDATE-FOUND         VALUE 'R'.
          88 EXTERNAL-ID-NOT-PROTECTED      VALUE 'C'.
      *
      *    SERVICE-TIERED ENTITLEMENT DERIVATION (SEE ELVTIER.CPY) -
      *    A NEW HIRE'S FIRST-YEAR LEAVE BALANCE IS CREATED RIGHT
          88 WS-PERM-ALLOWED               VALUE 'A'.
          88 WS-PERM-DENIED                VALUE 'D'.
          88 WS-PERM-USE-LEGACY            VALUE SPACE.
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION - USED
      *   ONLY WHEN EAPLP HANDS OFF AN ACCEPTED APPLICANT'S KEY (SAME
      *   MECHANISM EVIEWP USES TO HAND EUPDP A LOCATED EMPLOYEE).
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA            PIC X(16).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
           PERFORM 0600-CHECK-MAINTENANCE-MODE.
      *    >>> ---------------------- <<<

      *    A NON-EMPTY COMM-AREA MEANS EAPLP HANDED US AN ACCEPTED
      *    APPLICANT - ALWAYS OUR GENUINE FIRST INTERACTION, SO IT IS
      *    CHECKED BEFORE THE USUAL CHANNEL/CONTAINER TEST (AS EUPDP
      *    DOES FOR EVIEWP'S HANDOFF).
           IF EIBCALEN IS GREATER THAN ZERO THEN
              PERFORM 1500-PREFILL-FROM-APPLICANT
           ELSE
              EXEC CICS GET
                   CONTAINER(APP-ADD-CONTAINER-NAME)
                   CHANNEL(APP-ADD-CHANNEL-NAME)
                   INTO (ADD-EMPLOYEE-CONTAINER)
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
                   MOVE 'Error Retrieving Add Container!' TO WS-MESSAGE
              END-EVALUATE
           END-IF.

           PERFORM 9000-SEND-MAP-AND-RETURN.

           MOVE 'Welcome to the Add New Record page!' TO WS-MESSAGE.
           MOVE -1 TO PRNAMEL. 

       1500-PREFILL-FROM-APPLICANT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1500-PREFILL-FROM-APPLICANT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    EAPLP HANDED US THE KEY OF AN ACCEPTED APPLICANT WHOSE
      *    REQUISITION IT HAS ALREADY MARKED FILLED. THE SCREEN OPENS
      *    WITH WHAT THE APPLICANT AND REQUISITION ALREADY KNOW, AS IF
      *    THE CLERK HAD KEYED IT; THE USUAL EDITS STILL RUN ON ENTER.
           PERFORM 1100-INITIALIZE.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

           MOVE MON-USER-ID TO ADD-USER-ID.
           MOVE MON-USER-CATEGORY TO ADD-USER-CATEGORY.

           MOVE DFHCOMMAREA TO APL-APPLICANT-KEY.

           EXEC CICS READ
                FILE(APP-APPLICANT-FILE-NAME)
                INTO (APPLICANT-RECORD)
                RIDFLD(APL-APPLICANT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Reading Applicant - Enter The New Hire By Hand
      -           '!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           MOVE APL-DEPARTMENT-ID TO RQN-DEPARTMENT-ID.
           MOVE APL-REQUISITION-SEQ TO RQN-REQUISITION-SEQ.

           EXEC CICS READ
                FILE(APP-REQUISITION-FILE-NAME)
                INTO (REQUISITION-RECORD)
                RIDFLD(RQN-REQUISITION-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    SPACES, NOT INITIALIZE - THE RECORD MUST LOOK EXACTLY LIKE
      *    A FRESH ADD CONTAINER'S UNTIL 2100 HAS RUN ITS EDITS.
           MOVE SPACES TO EMPLOYEE-MASTER-RECORD.
           MOVE APL-PRIMARY-NAME TO EMP-PRIMARY-NAME.
           MOVE APL-FULL-NAME TO EMP-FULL-NAME.
           MOVE APL-DEPARTMENT-ID TO EMP-DEPARTMENT-ID.
           MOVE APL-AGREED-START-DATE TO EMP-START-DATE.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE RQN-JOB-TITLE-CODE TO EMP-JOB-TITLE
           END-IF.

           MOVE EMPLOYEE-MASTER-RECORD TO ADD-EMPLOYEE-RECORD.
           MOVE APL-APPLICANT-KEY TO ADD-APPLICANT-KEY.

           MOVE 'Pre-Filled From Applicant - Complete The Rest, then PF4
      -        '/PF3 to Save!'
              TO WS-MESSAGE.
           MOVE -1 TO HONORL.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    THE CATEGORY CAN CHANGE MID-CONVERSATION - A BREAK-GLASS
      *    ELEVATION STARTING OR RUNNING OUT - SO KEEP OURS CURRENT.
           MOVE MON-USER-CATEGORY TO ADD-USER-CATEGORY.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-VALIDATE-USER-INPUT
              MOVE BRTHDTI(3:8) TO EMP-BIRTH-DATE
           END-IF.

      *    A NEWLY KEYED EXTERNAL ID IS CLEAR UNTIL 3141 ENCIPHERS
      *    IT FOR THE WRITE - NO KEY VERSION SAYS SO.
           IF EXTIDL IS GREATER THAN ZERO THEN
              MOVE EXTIDI TO EMP-EXTERNAL-ID
              MOVE SPACE TO EMP-FIELD-KEY-VERSION
           END-IF.

      *    EMPLOYEE TYPE - BLANK READS AS PERMANENT, ANYTHING KEYED
                 TO EMP-EMPLOYEE-TYPE
           END-IF.

      *    WORK LOCATION - REQUIRED, AND MUST BE ON THE LOCATION
      *    TABLE.
           IF WRKLOCL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(WRKLOCI)
                 TO EMP-WORK-LOCATION
           END-IF.

      *    FTE PERCENTAGE - BLANK OR ZERO READS AS FULL TIME.
           IF FTEPCTL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
              SET FTE-PERCENT-INVALID TO TRUE
           END-IF.

      *    RIGHT-TO-WORK DOCUMENT - HELD APART FROM THE MASTER RECORD
      *    IN THE CONTAINER. A MASKED NUMBER ECHOED BACK UNCHANGED
      *    (LEADING ASTERISK) IS NOT TAKEN AS NEW INPUT, AND SPACES
      *    KEYED OVER THE EXPIRY DATE CLEAR IT.
           MOVE ADD-RTW-DOCUMENT-RECORD TO RIGHT-TO-WORK-RECORD.

           IF RTWTYPL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(RTWTYPI)
                 TO RTW-DOCUMENT-TYPE
           END-IF.

           IF RTWNUML IS GREATER THAN ZERO AND
              RTWNUMI(1:1) IS NOT EQUAL TO '*' THEN
              MOVE FUNCTION UPPER-CASE(RTWNUMI)
                 TO RTW-DOCUMENT-NUMBER
           END-IF.

           IF RTWISSL IS GREATER THAN ZERO THEN
              EXEC CICS BIF DEEDIT
                   FIELD(RTWISSI)
                   LENGTH(LENGTH OF RTWISSI)
                   END-EXEC
              MOVE RTWISSI(3:8) TO RTW-ISSUE-DATE
           END-IF.

           IF RTWEXPL IS GREATER THAN ZERO THEN
              IF RTWEXPI IS EQUAL TO SPACES THEN
                 MOVE SPACES TO RTW-EXPIRY-DATE
              ELSE
                 EXEC CICS BIF DEEDIT
                      FIELD(RTWEXPI)
                      LENGTH(LENGTH OF RTWEXPI)
                      END-EXEC
                 MOVE RTWEXPI(3:8) TO RTW-EXPIRY-DATE
              END-IF
           END-IF.

      *    LOOK UP THE ENTERED DEPARTMENT ID ON THE DEPARTMENT MASTER
      *    FILE SO A BOGUS ID CAN BE REJECTED BELOW.
           PERFORM 2150-VALIDATE-DEPARTMENT-ID.
           PERFORM 2156-VALIDATE-END-DATE.
           PERFORM 2158-VALIDATE-BIRTH-DATE.
           PERFORM 2159-VALIDATE-EMPLOYEE-TYPE.
           PERFORM 2154-VALIDATE-WORK-LOCATION.
           PERFORM 2160-VALIDATE-RTW-DOCUMENT.

      *    SAVE UPDATED RECORD BACK TO THE CONTAINER.
           MOVE EMPLOYEE-MASTER-RECORD TO ADD-EMPLOYEE-RECORD.
           MOVE RIGHT-TO-WORK-RECORD TO ADD-RTW-DOCUMENT-RECORD.

      *    CHECK THE EXTERNAL ID (WHEN GIVEN) AGAINST THE EMPLOYEE
      *    MASTER FILE'S EXTERNAL-ID PATH TO CATCH THE SAME PERSON
      *    THE LOOKUP READS OVER EMPLOYEE-MASTER-RECORD.
           PERFORM 2157-VALIDATE-EXTERNAL-ID-UNIQUE.

      *    A FORMER EMPLOYEE COMING BACK WITH NO DOCUMENT KEYED MAY
      *    STILL HAVE AN IN-DATE ONE ON FILE FROM LAST TIME.
           IF REHIRE-CANDIDATE-FOUND AND
              (RTW-DOCUMENT-MISSING OR RTW-DOCUMENT-MISSING-WARN) THEN
              PERFORM 2161-CHECK-RTW-ON-FILE
           END-IF.

      *    VALIDATE FIELDS.
      *      - TO SET THE CURSOR POSITION ON THE MAP, WE MOVE -1 TO
      *        THE LENGTH OF THE FIELD THAT IS INVALID *AND* WE ADD
                   TO WS-MESSAGE
                MOVE -1 TO EMPTYPL
                EXIT
           WHEN EMP-WORK-LOCATION IS EQUAL TO SPACES
                MOVE 'Validation Error: Work Location is required!'
                   TO WS-MESSAGE
                MOVE -1 TO WRKLOCL
                EXIT
           WHEN LOCATION-NOT-FOUND
                MOVE 'Validation Error: Work Location not on the Loca
      -              'tion table - see ELOC!'
                   TO WS-MESSAGE
                MOVE -1 TO WRKLOCL
                EXIT
           WHEN LOCATION-INACTIVE
                MOVE 'Validation Error: Work Location is Inactive!'
                   TO WS-MESSAGE
                MOVE -1 TO WRKLOCL
                EXIT
           WHEN FTE-PERCENT-INVALID
                MOVE 'Validation Error: FTE Percent must be 1 to 100
      -              '(Blank = Full Time)!'
                   TO WS-MESSAGE
                MOVE -1 TO DEPTIDL
                EXIT
           WHEN RTW-DOCUMENT-MISSING
                MOVE 'Validation Error: A Right-to-Work Document Is Requ
      -              'ired To Hire!'
                   TO WS-MESSAGE
                MOVE -1 TO RTWTYPL
                EXIT
           WHEN RTW-TYPE-INVALID
                MOVE 'Validation Error: Document Type must be PP,WP,RP,I
      -              'D or BC!'
                   TO WS-MESSAGE
                MOVE -1 TO RTWTYPL
                EXIT
           WHEN RTW-NUMBER-MISSING
                MOVE 'Validation Error: Document Number is required!'
                   TO WS-MESSAGE
                MOVE -1 TO RTWNUML
                EXIT
           WHEN RTW-ISSUE-DATE-INVALID
                MOVE 'Validation Error: Document Issue Date missing, inv
      -              'alid or future!'
                   TO WS-MESSAGE
                MOVE -1 TO RTWISSL
                EXIT
           WHEN RTW-EXPIRY-DATE-MISSING
                MOVE 'Validation Error: A Permit Must Carry an Expiry Da
      -              'te!'
                   TO WS-MESSAGE
                MOVE -1 TO RTWEXPL
                EXIT
           WHEN RTW-EXPIRY-DATE-INVALID
                MOVE 'Validation Error: Document Expiry Date is not a re
      -              'al date after the Issue Date!'
                   TO WS-MESSAGE
                MOVE -1 TO RTWEXPL
                EXIT
           WHEN RTW-DOCUMENT-EXPIRED
                MOVE 'Validation Error: Right-to-Work Document Has Expir
      -              'ed - Cannot Hire!'
                   TO WS-MESSAGE
                MOVE -1 TO RTWEXPL
                EXIT
           WHEN EXTERNAL-ID-NOT-PROTECTED
                MOVE 'Error: External ID Could Not Be Protected - Not Ta
      -              'ken!'
                   TO WS-MESSAGE
                MOVE -1 TO EXTIDL
                EXIT
           WHEN DUPLICATE-EXTERNAL-ID-FOUND
                MOVE 'Validation Error: This Person Is Already Regist
      -              'ered Under A Different Employee ID!'
      -                'ment''s Authorized Headcount!'
                      TO WS-MESSAGE
                ELSE
                   IF RTW-DOCUMENT-MISSING-WARN
      *               A CONTRACTOR MAY START WITHOUT ONE ON OUR FILE -
      *               BUT NOT WITHOUT SOMEONE NOTICING.
                      MOVE 'Validated - Warning: No Right-to-Work Docume
      -                    'nt Keyed For This Contractor!'
                         TO WS-MESSAGE
                   ELSE
                      MOVE 'Employee Record Validated Successfully!'
                         TO WS-MESSAGE
                   END-IF
                END-IF
                MOVE -1 TO PRNAMEL
                SET VALIDATION-PASSED TO TRUE
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE ACTIVE HEADS ALREADY IN THE TARGET DEPARTMENT COME
      *    FROM ITS HEADCOUNT COUNTER (EDCNTP) - ONE READ INSTEAD OF A
      *    BROWSE OF THE EMPDEPT PATH, AND THE IN-FLIGHT EMPLOYEE
      *    RECORD IS LEFT UNTOUCHED.
           INITIALIZE DEPT-COUNTER-COMMAREA.
           SET DCA-INQUIRE TO TRUE.
           MOVE DEPT-DEPARTMENT-ID TO DCA-DEPARTMENT-ID.

           EXEC CICS LINK
                PROGRAM(APP-DEPT-CNT-PROGRAM-NAME)
                COMMAREA(DEPT-COUNTER-COMMAREA)
                LENGTH(LENGTH OF DEPT-COUNTER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE DCA-ACTIVE-HEADS TO WS-DEPT-ACTIVE-COUNT.
           MOVE DCA-ACTIVE-FTE-PCT TO WS-DEPT-ACTIVE-FTE-PCT.

       2156-COUNT-OPEN-REQUISITIONS.
      *    >>> DEBUGGING ONLY <<<
                SET EMP-TYPE-NOT-FOUND TO TRUE
           END-EVALUATE.

       2154-VALIDATE-WORK-LOCATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2154-VALIDATE-WORK-LOCATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A BLANK LOCATION IS CAUGHT AS "REQUIRED" BY THE CALLER, SO
      *    ONLY A KEYED CODE IS LOOKED UP HERE.
           SET LOCATION-OK TO TRUE.

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

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF LOC-INACTIVE
                   SET LOCATION-INACTIVE TO TRUE
                END-IF
           WHEN OTHER
                SET LOCATION-NOT-FOUND TO TRUE
           END-EVALUATE.

       2158-VALIDATE-BIRTH-DATE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2158-VALIDATE-BIRTH-DATE' TO WS-DEBUG-AID.
      *    SAME PERSON BEING ADDED TWICE UNDER TWO DIFFERENT EMPLOYEE
      *    IDS - A BARE EMPLOYEE-ID UNIQUENESS CHECK CAN'T CATCH THAT
      *    SINCE WE ASSIGN A BRAND NEW ID TO EVERY ADD.
      *    THE PATH IS KEYED ON THE ENCIPHERED FORM, AND THE CIPHER
      *    IS DETERMINISTIC, SO THE KEYED VALUE IS ENCIPHERED FIRST
      *    AND THE ENCIPHERED VALUE LOOKED UP.
           INITIALIZE WS-DUPLICATE-ID-FLAG.

           IF EMP-EXTERNAL-ID IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           IF EMP-FIELD-KEY-VERSION IS EQUAL TO SPACE THEN
              INITIALIZE FIELD-CIPHER-COMMAREA
              SET FCA-ENCIPHER TO TRUE
              SET FCA-EXTERNAL-ID TO TRUE
              MOVE EMP-EXTERNAL-ID TO FCA-FIELD-VALUE
              PERFORM 3142-LINK-TO-CIPHER
              IF WS-CIPHER-FAILED THEN
                 SET EXTERNAL-ID-NOT-PROTECTED TO TRUE
                 EXIT PARAGRAPH
              END-IF
              MOVE FCA-FIELD-VALUE TO WS-EXTERNAL-ID-LOOKUP
           ELSE
              MOVE EMP-EXTERNAL-ID TO WS-EXTERNAL-ID-LOOKUP
           END-IF.

           IF WS-EXTERNAL-ID-LOOKUP IS NOT EQUAL TO SPACES THEN
              EXEC CICS READ
                   FILE(APP-EMP-MASTER-EXTID-PATH-NAME)
                   INTO (EMPLOYEE-MASTER-RECORD)
              END-IF
           END-IF.

       2160-VALIDATE-RTW-DOCUMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2160-VALIDATE-RTW-DOCUMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    NOTHING KEYED AT ALL IS THE "NO DOCUMENT" CASE, REFUSED OR
      *    WARNED BY EMPLOYEE TYPE (BLANK READS AS PERMANENT). ANYTHING
      *    KEYED MUST BE A WHOLE, IN-DATE DOCUMENT - NOT EVEN A
      *    CONTRACTOR IS TAKEN ON AGAINST AN EXPIRED PERMIT.
           SET RTW-DOCUMENT-OK TO TRUE.
           MOVE SPACE TO WS-RTW-KEYED-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RTW-TODAY.

           IF RTW-DOCUMENT-TYPE IS EQUAL TO SPACES AND
              RTW-DOCUMENT-NUMBER IS EQUAL TO SPACES AND
              RTW-ISSUE-DATE IS EQUAL TO SPACES AND
              RTW-EXPIRY-DATE IS EQUAL TO SPACES THEN
              IF EMP-TYPE-CONTRACTOR THEN
                 SET RTW-DOCUMENT-MISSING-WARN TO TRUE
              ELSE
                 SET RTW-DOCUMENT-MISSING TO TRUE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           SET RTW-DOCUMENT-KEYED TO TRUE.

           EVALUATE TRUE
           WHEN NOT RTW-DT-VALID
                SET RTW-TYPE-INVALID TO TRUE
           WHEN RTW-DOCUMENT-NUMBER IS EQUAL TO SPACES
                SET RTW-NUMBER-MISSING TO TRUE
           WHEN RTW-NO-EXPIRY AND RTW-DT-EXPIRY-REQUIRED
                SET RTW-EXPIRY-DATE-MISSING TO TRUE
           WHEN OTHER
                PERFORM 2162-VALIDATE-RTW-DATES
           END-EVALUATE.

       2161-CHECK-RTW-ON-FILE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2161-CHECK-RTW-ON-FILE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE KEYED (BLANK) DOCUMENT IS ALREADY SAVED TO THE
      *    CONTAINER, SO THE LOOKUP MAY READ OVER RIGHT-TO-WORK-RECORD.
      *    A DOCUMENT ON FILE UNDER THE ORIGINAL ID THAT HAS NOT RUN
      *    OUT STILL STANDS FOR THE REHIRE.
           MOVE ADD-REHIRE-CANDIDATE-ID TO RTW-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-RTWDOC-FILE-NAME)
                INTO (RIGHT-TO-WORK-RECORD)
                RIDFLD(RTW-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              IF RTW-NO-EXPIRY OR
                 RTW-EXPIRY-DATE IS NOT LESS THAN WS-RTW-TODAY THEN
                 SET RTW-DOCUMENT-OK TO TRUE
              END-IF
           END-IF.

       2162-VALIDATE-RTW-DATES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2162-VALIDATE-RTW-DATES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE ISSUE DATE MUST BE A REAL DATE, NOT IN THE FUTURE; A
      *    KEYED EXPIRY DATE MUST BE A REAL DATE AFTER IT, AND NOT
      *    ALREADY PAST.
           MOVE 1 TO WS-RTW-DATE-CHECK.

           IF RTW-ISSUE-DATE IS NUMERIC THEN
              MOVE RTW-ISSUE-DATE TO WS-RTW-DATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-RTW-DATE-NUMERIC)
                 TO WS-RTW-DATE-CHECK
           END-IF.

           IF NOT RTW-DATE-IS-VALID OR
              RTW-ISSUE-DATE IS GREATER THAN WS-RTW-TODAY THEN
              SET RTW-ISSUE-DATE-INVALID TO TRUE
              EXIT PARAGRAPH
           END-IF.

           IF RTW-NO-EXPIRY THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-RTW-DATE-CHECK.

           IF RTW-EXPIRY-DATE IS NUMERIC THEN
              MOVE RTW-EXPIRY-DATE TO WS-RTW-DATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-RTW-DATE-NUMERIC)
                 TO WS-RTW-DATE-CHECK
           END-IF.

           EVALUATE TRUE
           WHEN NOT RTW-DATE-IS-VALID
           WHEN RTW-EXPIRY-DATE IS NOT GREATER THAN RTW-ISSUE-DATE
                SET RTW-EXPIRY-DATE-INVALID TO TRUE
           WHEN RTW-EXPIRY-DATE IS LESS THAN WS-RTW-TODAY
                SET RTW-DOCUMENT-EXPIRED TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2200-ADD-EMPLOYEE-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-ADD-EMPLOYEE-RECORD' TO WS-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ADD-EMPLOYEE-RECORD.
           INITIALIZE ADD-RTW-DOCUMENT-RECORD.
           INITIALIZE ADD-APPLICANT-KEY.
           INITIALIZE EMPLOYEE-MASTER-RECORD.
           INITIALIZE EADDMO.
           MOVE -1 TO PRNAMEL. 
              EXIT PARAGRAPH
           END-IF.

      *    THE FORMER RECORD AS ON FILE IS THE COUNTERS' BEFORE IMAGE.
           INITIALIZE DEPT-COUNTER-COMMAREA.
           MOVE EMP-DEPARTMENT-ID TO DCA-BEFORE-DEPARTMENT-ID.
           MOVE EMP-DELETE-FLAG TO DCA-BEFORE-DELETE-FLAG.
           MOVE EMP-FTE-PERCENT TO DCA-BEFORE-FTE-PERCENT.

           PERFORM 2720-MERGE-ENTERED-FIELDS.

           MOVE FUNCTION CURRENT-DATE(1:14)

           PERFORM 3160-BUILD-PHONETIC-KEY.

           PERFORM 3141-ENCIPHER-EXTERNAL-ID.
           IF WS-CIPHER-FAILED THEN
              MOVE 'Error: External ID Could Not Be Protected - Not Rehi
      -           'red!'
                 TO WS-MESSAGE
              EXEC CICS UNLOCK
                   FILE(APP-EMP-MASTER-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS REWRITE
                FILE(APP-EMP-MASTER-FILE-NAME)
                FROM (EMPLOYEE-MASTER-RECORD)
              MOVE SPACES TO ADD-REHIRE-ORIG-START
              MOVE 'Employee Rehired Under Original ID!'
                 TO WS-MESSAGE
              PERFORM 3190-ADJUST-DEPT-COUNTERS
              PERFORM 2730-WRITE-REHIRE-AUDIT-RECORD
              PERFORM 3170-WRITE-RTW-DOCUMENT
              PERFORM 3180-STAMP-APPLICANT-HIRED
           ELSE
              MOVE 'Error Rewriting Former Employee Record!'
                 TO WS-MESSAGE
           MOVE ADD-USER-ID TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-ADD-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           PERFORM 3146-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)

           PERFORM 3160-BUILD-PHONETIC-KEY.

           PERFORM 3141-ENCIPHER-EXTERNAL-ID.
           IF WS-CIPHER-FAILED THEN
              MOVE 'Error: External ID Could Not Be Protected - Not Adde
      -           'd!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS WRITE
                FILE(APP-EMP-MASTER-FILE-NAME)
                FROM (EMPLOYEE-MASTER-RECORD)
                   TO WS-MESSAGE
                PERFORM 3145-WRITE-AUDIT-LOG-RECORD
                PERFORM 3150-UPDATE-RECORD-COUNT-CONTROL
                INITIALIZE DEPT-COUNTER-COMMAREA
                PERFORM 3190-ADJUST-DEPT-COUNTERS
                PERFORM 3155-CREATE-LEAVE-BALANCE
                PERFORM 3156-CREATE-PROBATION-RECORD
                PERFORM 3161-GENERATE-ONBOARDING-TASKS
                PERFORM 3170-WRITE-RTW-DOCUMENT
                PERFORM 3180-STAMP-APPLICANT-HIRED
           WHEN DFHRESP(DUPREC)
                MOVE 'Error: Duplicate Employee ID - Try Again!'
                   TO WS-MESSAGE
                   TO WS-MESSAGE
           END-EVALUATE.

       3141-ENCIPHER-EXTERNAL-ID.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3141-ENCIPHER-EXTERNAL-ID' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A CLEAR EXTERNAL ID IS ENCIPHERED, AND STAMPED WITH THE KEY
      *    VERSION USED, RIGHT BEFORE THE RECORD GOES TO THE MASTER.
           MOVE SPACE TO WS-CIPHER-SWITCH.

           IF EMP-EXTERNAL-ID IS EQUAL TO SPACES OR
              EMP-FIELD-KEY-VERSION IS NOT EQUAL TO SPACE THEN
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE FIELD-CIPHER-COMMAREA.
           SET FCA-ENCIPHER TO TRUE.
           SET FCA-EXTERNAL-ID TO TRUE.
           MOVE EMP-EXTERNAL-ID TO FCA-FIELD-VALUE.
           PERFORM 3142-LINK-TO-CIPHER.

           IF NOT WS-CIPHER-FAILED THEN
              MOVE FCA-FIELD-VALUE TO EMP-EXTERNAL-ID
              MOVE FCA-KEY-VERSION TO EMP-FIELD-KEY-VERSION
           END-IF.

       3142-LINK-TO-CIPHER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3142-LINK-TO-CIPHER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACE TO WS-CIPHER-SWITCH.

           EXEC CICS LINK
                PROGRAM(APP-CIPHER-PROGRAM-NAME)
                COMMAREA(FIELD-CIPHER-COMMAREA)
                LENGTH(LENGTH OF FIELD-CIPHER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT FCA-REQUEST-OK
              SET WS-CIPHER-FAILED TO TRUE
           END-IF.

       3145-WRITE-AUDIT-LOG-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3145-WRITE-AUDIT-LOG-RECORD' TO WS-DEBUG-AID.
           MOVE ADD-USER-ID TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-ADD-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           PERFORM 3146-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
      *    DOWNSTREAM PROVISIONING HEARS ABOUT IT WITHIN MINUTES.
           PERFORM 3147-EMIT-EMPLOYEE-EVENT.

       3146-SEAL-AUDIT-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3146-SEAL-AUDIT-ENTRY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CHAIN THE ENTRY ONTO THE EMPLOYEE'S AUDIT TRAIL (EAUDHP)
      *    RIGHT BEFORE IT IS WRITTEN. A FAILED LINK LEAVES IT
      *    UNSEALED - THE CHANGE IS STILL AUDITED, AND THE CHAIN
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

       3147-EMIT-EMPLOYEE-EVENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3147-EMIT-EMPLOYEE-EVENT' TO WS-DEBUG-AID.
                SET OCK-TASK-OPEN TO TRUE

      *         A DUPREC ON THE WRITE (RE-ADD OF THE SAME EMPLOYEE)
      *         IS HARMLESS - THE EXISTING CHECKLIST STANDS, AND ITS
      *         TEAM WAS TOLD THE FIRST TIME.
                EXEC CICS WRITE
                     FILE(APP-ONBOARD-CHECKLIST-FILE-NAME)
                     FROM (ONBOARD-CHECKLIST-RECORD)
                     RIDFLD(OCK-CHECKLIST-KEY)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC

                IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
                   OTP-NOTIFY-EMPLOYEE-ID IS NUMERIC AND
                   OTP-NOTIFY-EMPLOYEE-ID IS GREATER THAN ZERO
                   PERFORM 3163-QUEUE-TASK-NOTICE
                END-IF
           END-EVALUATE.

       3163-QUEUE-TASK-NOTICE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3163-QUEUE-TASK-NOTICE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE OWNING TEAM'S CONTACT HEARS ABOUT THE NEW TASK THE
      *    MOMENT IT IS SPAWNED. A FAILED LINK LEAVES THE CHECKLIST
      *    ROW TO SPEAK FOR ITSELF ON EONBP.
           INITIALIZE NOTIFY-COMMAREA.
           MOVE OTP-NOTIFY-EMPLOYEE-ID TO NTA-RECIPIENT-ID.
           MOVE APP-NTF-ONBOARD-TASK-ID TO NTA-TEMPLATE-ID.
           MOVE OTP-TASK-DESC TO NTA-VALUE-1.
           MOVE EMP-FULL-NAME TO NTA-VALUE-2.

           IF EMP-START-DATE IS NUMERIC
              STRING EMP-START-DATE(7:2) '-'
                     EMP-START-DATE(5:2) '-'
                     EMP-START-DATE(1:4)
                 DELIMITED BY SIZE
                 INTO NTA-VALUE-3
              END-STRING
           END-IF.

           MOVE APP-ADD-PROGRAM-NAME TO NTA-SOURCE-PROGRAM.

           EXEC CICS LINK
                PROGRAM(APP-NOTIFY-WRITER-NAME)
                COMMAREA(NOTIFY-COMMAREA)
                LENGTH(LENGTH OF NOTIFY-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3157-DERIVE-ENTITLEMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3157-DERIVE-ENTITLEMENT' TO WS-DEBUG-AID.
                MOVE LVT-ENTITLEMENT-DAYS TO WS-DERIVED-ENTITLEMENT
           END-EVALUATE.

       3170-WRITE-RTW-DOCUMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3170-WRITE-RTW-DOCUMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE DOCUMENT KEYED WITH THE HIRE GOES ON ERTWDOC UNDER THE
      *    NEW (OR, ON A REHIRE, THE ORIGINAL) EMPLOYEE ID. A
      *    CONTRACTOR TAKEN ON WITHOUT ONE IS REMINDED ON THE WAY OUT.
           IF NOT RTW-DOCUMENT-KEYED THEN
              IF RTW-DOCUMENT-MISSING-WARN THEN
                 MOVE 'Employee Saved - Warning: No Right-to-Work Docume
      -              'nt On File!'
                    TO WS-MESSAGE
              END-IF
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3171-BUILD-RTW-DOCUMENT.

           EXEC CICS WRITE
                FILE(APP-RTWDOC-FILE-NAME)
                FROM (RIGHT-TO-WORK-RECORD)
                RIDFLD(RTW-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(DUPREC)
      *         A RETURNING EMPLOYEE'S OLD DOCUMENT IS REPLACED BY
      *         THE ONE JUST KEYED.
                PERFORM 3175-REPLACE-RTW-DOCUMENT
           WHEN OTHER
                MOVE 'Error Writing Right-to-Work Document - Key It On E
      -              'RTW!'
                   TO WS-MESSAGE
           END-EVALUATE.

       3171-BUILD-RTW-DOCUMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3171-BUILD-RTW-DOCUMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ADD-RTW-DOCUMENT-RECORD TO RIGHT-TO-WORK-RECORD.
           MOVE EMP-EMPLOYEE-ID TO RTW-EMPLOYEE-ID.
           MOVE ADD-USER-ID TO RTW-LAST-UPDATED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RTW-LAST-UPDATED-DATE.

       3175-REPLACE-RTW-DOCUMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3175-REPLACE-RTW-DOCUMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS READ
                FILE(APP-RTWDOC-FILE-NAME)
                INTO (RIGHT-TO-WORK-RECORD)
                RIDFLD(RTW-EMPLOYEE-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              PERFORM 3171-BUILD-RTW-DOCUMENT
              EXEC CICS REWRITE
                   FILE(APP-RTWDOC-FILE-NAME)
                   FROM (RIGHT-TO-WORK-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Writing Right-to-Work Document - Key It On ERT
      -           'W!'
                 TO WS-MESSAGE
           END-IF.

       3180-STAMP-APPLICANT-HIRED.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3180-STAMP-APPLICANT-HIRED' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A HIRE THAT CAME OVER FROM EAPLP IS STAMPED BACK ON ITS
      *    APPLICANT, SO THE CANDIDATE CAN'T BE HIRED A SECOND TIME.
      *    A FAILED STAMP DOESN'T UNDO THE HIRE - THE CLERK IS TOLD.
           IF ADD-APPLICANT-KEY IS EQUAL TO SPACES THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE ADD-APPLICANT-KEY TO APL-APPLICANT-KEY.

           EXEC CICS READ
                FILE(APP-APPLICANT-FILE-NAME)
                INTO (APPLICANT-RECORD)
                RIDFLD(APL-APPLICANT-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) THEN
              MOVE EMP-EMPLOYEE-ID TO APL-HIRED-EMPLOYEE-ID
              EXEC CICS REWRITE
                   FILE(APP-APPLICANT-FILE-NAME)
                   FROM (APPLICANT-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE 'Error Stamping The Applicant - The Employee Was Adde
      -           'd!'
                 TO WS-MESSAGE
           END-IF.

           MOVE SPACES TO ADD-APPLICANT-KEY.

       3190-ADJUST-DEPT-COUNTERS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3190-ADJUST-DEPT-COUNTERS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE NEW HEAD JOINS ITS DEPARTMENT'S COUNTER IN THE SAME
      *    UNIT OF WORK AS THE MASTER WRITE. THE CALLER HAS SET THE
      *    BEFORE IMAGE (NONE FOR A NEW HIRE). A FAILURE HERE DOESN'T
      *    UNDO THE ADD - THE NIGHTLY EDCVP RECOUNT REPAIRS THE DRIFT.
           SET DCA-ADJUST TO TRUE.
           MOVE EMP-DEPARTMENT-ID TO DCA-AFTER-DEPARTMENT-ID.
           MOVE EMP-DELETE-FLAG TO DCA-AFTER-DELETE-FLAG.
           MOVE EMP-FTE-PERCENT TO DCA-AFTER-FTE-PERCENT.

           EXEC CICS LINK
                PROGRAM(APP-DEPT-CNT-PROGRAM-NAME)
                COMMAREA(DEPT-COUNTER-COMMAREA)
                LENGTH(LENGTH OF DEPT-COUNTER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3160-BUILD-PHONETIC-KEY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3160-BUILD-PHONETIC-KEY' TO WS-DEBUG-AID.
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    PICK UP THE MONITOR'S REPLY - STATUS, MESSAGE AND THE
      *    SESSION CATEGORY IT HANDS BACK.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 4100-GET-MONITOR-CONTAINER
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Activity Monitor Program Not Found!' TO WS-MESSAGE
           WHEN OTHER
                 MOVE EMP-END-DATE TO WS-INPUT-DATE
                 MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
                 MOVE WS-OUTPUT-DATE TO ENDATEO
              END-IF

              IF EMP-BIRTH-DATE IS NOT EQUAL TO SPACES THEN
                 MOVE EMP-BIRTH-DATE TO WS-INPUT-DATE
              END-IF

              MOVE EMP-EMPLOYEE-TYPE TO EMPTYPO
              MOVE EMP-WORK-LOCATION TO WRKLOCO

              IF EMP-FTE-PERCENT IS NUMERIC THEN
                 MOVE EMP-FTE-PERCENT TO FTEPCTO
              END-IF

              MOVE EMP-REHIRE-FLAG TO RHIREO

      *       STILL CLEAR AS KEYED UNTIL WRITTEN; MASKED AFTER.
              IF EMP-FIELD-KEY-VERSION IS EQUAL TO SPACE THEN
                 MOVE EMP-EXTERNAL-ID TO EXTIDO
              ELSE
                 MOVE EMP-EXTERNAL-ID(9:4) TO WS-MSK-LAST-FOUR
                 MOVE WS-MASKED-EXTERNAL-ID TO EXTIDO
              END-IF
           END-IF.

           IF ADD-RTW-DOCUMENT-RECORD IS NOT EQUAL TO SPACES THEN
              MOVE ADD-RTW-DOCUMENT-RECORD TO RIGHT-TO-WORK-RECORD

              MOVE RTW-DOCUMENT-TYPE TO RTWTYPO

              IF RTW-DOCUMENT-NUMBER IS NOT EQUAL TO SPACES THEN
                 PERFORM 9120-BUILD-MASKED-RTW-NUMBER
                 MOVE WS-RTW-MASKED-NUMBER TO RTWNUMO
              END-IF

              IF RTW-ISSUE-DATE IS NOT EQUAL TO SPACES THEN
                 MOVE RTW-ISSUE-DATE TO WS-INPUT-DATE
                 MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
                 MOVE WS-OUTPUT-DATE TO RTWISSO
              END-IF

              IF NOT RTW-NO-EXPIRY THEN
                 MOVE RTW-EXPIRY-DATE TO WS-INPUT-DATE
                 MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
                 MOVE WS-OUTPUT-DATE TO RTWEXPO
              END-IF
           END-IF.

           MOVE WS-MESSAGE TO MESSO.
           EVALUATE TRUE
           WHEN MESSO(1:7) IS EQUAL TO 'Welcome'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:10) IS EQUAL TO 'Pre-Filled'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Invalid'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(01:5) IS EQUAL TO 'Error'
              END-IF
           END-IF.

       9120-BUILD-MASKED-RTW-NUMBER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9120-BUILD-MASKED-RTW-NUMBER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE NUMBER IS LEFT-JUSTIFIED, SO THE LAST FOUR ARE TAKEN
      *    FROM THE END OF THE KEYED VALUE, NOT THE END OF THE FIELD.
           MOVE SPACES TO WS-RTW-MSK-LAST-FOUR.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RTW-DOCUMENT-NUMBER
              TRAILING)) TO WS-RTW-MSK-LENGTH.

           IF WS-RTW-MSK-LENGTH IS GREATER THAN 4 THEN
              MOVE RTW-DOCUMENT-NUMBER(WS-RTW-MSK-LENGTH - 3:4)
                 TO WS-RTW-MSK-LAST-FOUR
           END-IF.

       9150-PUT-ADD-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-LIST-CONTAINER' TO WS-DEBUG-AID.
