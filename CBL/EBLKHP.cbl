      *        APPLIES (DEPARTMENT LOOKUP, JOB-TITLE CODE LOOKUP,
      *        CALENDAR-DATE CHECK, EMPEXID DUPLICATE CHECK), GETS AN
      *        ID FROM THE EMPIDCTL CONTROL RECORD, AND IS WRITTEN TO
      *        EMPMAST WITH THE EAUDIT, EMPCNTL AND DEPARTMENT-COUNTER
      *        UPDATES EXACTLY AS EADDP PERFORMS THEM. REJECTS GO TO THE
      *        REPORT QUEUE WITH A REASON PER RECORD.
      *      - EACH LOAD RECORD ALSO CARRIES THE EMPLOYEE TYPE AND THE
      *        RIGHT-TO-WORK DOCUMENT. AS ON EADDP, A HIRE WITH NO
      *        DOCUMENT IS REJECTED UNLESS A CONTRACTOR - WHO IS ADDED
      *        WITH A WARNING LINE ON THE REPORT - AND A GIVEN DOCUMENT
      *        IS WRITTEN TO ERTWDOC ALONGSIDE THE MASTER RECORD.
      *      - THE EXTERNAL ID IS ENCIPHERED THROUGH ECIPHP BEFORE THE
      *        DUPLICATE CHECK AND THE WRITE; A RECORD WHOSE ID CANNOT
      *        BE ENCIPHERED IS REJECTED, NEVER WRITTEN CLEAR.
      *      - EACH ONBOARDING TASK SPAWNED FOR A HIRE IS QUEUED AS AN
      *        EMAIL TO ITS TEAM CONTACT (SEE EONBTPL.CPY) THROUGH THE
      *        LINKED NOTIFICATION OUTBOX WRITER ENTFCP, AS ON EADDP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - EMPLOYEE RECORD-COUNT CONTROL RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - JOB-TITLE CODE TABLE RECORD.
      *      - EMPLOYEE-TYPE CODE TABLE RECORD.
      *      - RIGHT-TO-WORK DOCUMENT RECORD.
      *      - AUDIT LOG RECORD.
      *      - AUDIT-TRAIL CHAINING COMM-AREA.
      *      - FIELD CIPHER COMM-AREA.
      *      - DEPARTMENT HEADCOUNT COUNTER COMM-AREA.
      *      - NOTIFICATION OUTBOX COMM-AREA.
      ******************************************************************
       COPY ECONST.
       COPY EMNTCTL.
       COPY EMPCNTL.
       COPY DEPTMAST.
       COPY EJOBTTL.
       COPY EEMPTYP.
       COPY ERTWDOC.
       COPY EONBTPL.
       COPY EONBCHK.
       COPY EAUDIT.
       COPY EAUDCCA.
       COPY ECIPHCA.
       COPY EEVENT.
       COPY EDCNTCA.
       COPY ENTFCA.
      ******************************************************************
      *   DEFINE THE FIXED-WIDTH LOAD RECORD AS THE ACQUISITION TEAM
      *   DROPS IT - NAME FIELDS, TITLE CODE, DEPARTMENT, EXTERNAL ID,
      *   START DATE, EMPLOYEE TYPE (BLANK = PERMANENT) AND THE
      *   RIGHT-TO-WORK DOCUMENT (DATES YYYYMMDD), ALL LEFT-JUSTIFIED.
      ******************************************************************
       01 WS-LOAD-RECORD.
          05 WS-LOAD-PRIMARY-NAME      PIC X(38).
          05 WS-LOAD-DEPARTMENT-ID     PIC X(8).
          05 WS-LOAD-EXTERNAL-ID       PIC X(12).
          05 WS-LOAD-START-DATE        PIC X(8).
          05 WS-LOAD-EMPLOYEE-TYPE     PIC X(3).
          05 WS-LOAD-RTW-DOC-TYPE      PIC X(2).
          05 WS-LOAD-RTW-DOC-NUMBER    PIC X(20).
          05 WS-LOAD-RTW-ISSUE-DATE    PIC X(8).
          05 WS-LOAD-RTW-EXPIRY-DATE   PIC X(8).
      *
       01 WS-ONB-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-ONB-SCAN-DONE                     VALUE 'Y'.
          05 WS-RPT-NAME                PIC X(38) VALUE SPACES.
          05 FILLER                     PIC X(3)  VALUE ' - '.
          05 WS-RPT-REASON              PIC X(30) VALUE SPACES.
      *
      *    A RECORD THAT IS ADDED BUT NEEDS FOLLOWING UP (A CONTRACTOR
      *    WITH NO RIGHT-TO-WORK DOCUMENT) IS LISTED THE SAME WAY.
       01 WS-WARNING-DETAIL-LINE.
          05 FILLER                     PIC X(9)
                                         VALUE 'WARNING  '.
          05 WS-WRN-NAME                PIC X(38) VALUE SPACES.
          05 FILLER                     PIC X(3)  VALUE ' - '.
          05 WS-WRN-REASON              PIC X(30) VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-START-DATE-CHECK           PIC S9(4) USAGE COMP
                                                  VALUE ZEROES.
          88 START-DATE-IS-VALID                  VALUE ZERO.
      *
      *
      *    RIGHT-TO-WORK DOCUMENT EDITS - SAME RULES AS EADDP'S
      *    2160/2162.
       01 WS-RTW-DATE-NUMERIC           PIC 9(8)  VALUE ZEROES.
       01 WS-RTW-DATE-CHECK             PIC S9(4) USAGE COMP
                                                  VALUE ZEROES.
          88 RTW-DATE-IS-VALID                    VALUE ZERO.
       01 WS-RTW-TODAY                  PIC X(8)  VALUE SPACES.
       01 WS-RTW-WARN-SWITCH            PIC X(1)  VALUE SPACES.
          88 RTW-WARN-CONTRACTOR                  VALUE 'Y'.
      *
       01 WS-EXTERNAL-ID-LOOKUP         PIC X(12) VALUE SPACES.
      *
      *    THE LOAD RECORD'S EXTERNAL ID AS ENCIPHERED FOR THE
      *    DUPLICATE CHECK - THE SAME VALUE THEN GOES ON THE MASTER.
       01 WS-ENCIPHERED-EXTERNAL-ID     PIC X(12) VALUE SPACES.
       01 WS-ENCIPHERED-KEY-VERSION     PIC X(1)  VALUE SPACES.
       01 WS-NEW-EMPLOYEE-ID            PIC 9(8)  VALUE ZEROES.
      *
      *    SCRATCH AREA FOR BUILDING EMP-PHONETIC-KEY (SEE
                PERFORM 2310-EDIT-AGAINST-FILES
           END-EVALUATE.

           IF WS-REJECT-REASON IS EQUAL TO SPACES
              PERFORM 2320-EDIT-EMPLOYEE-TYPE
           END-IF.

           IF WS-REJECT-REASON IS EQUAL TO SPACES
              PERFORM 2330-EDIT-RTW-DOCUMENT
           END-IF.

           IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
              MOVE SPACE TO WS-EDIT-CHECK
           END-IF.

      *    THE EXTERNAL ID (WHEN GIVEN) MUST NOT ALREADY BE ON FILE -
      *    A FORMER EMPLOYEE IS A REHIRE AND BELONGS ON EADDP'S
      *    REHIRE PATH, NOT IN A BULK LOAD. THE PATH IS KEYED ON THE
      *    ENCIPHERED FORM, SO THE ID IS ENCIPHERED FIRST.
           MOVE SPACES TO WS-ENCIPHERED-EXTERNAL-ID.
           MOVE SPACE TO WS-ENCIPHERED-KEY-VERSION.

           IF WS-LOAD-EXTERNAL-ID IS NOT EQUAL TO SPACES
              PERFORM 2315-ENCIPHER-EXTERNAL-ID
              IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-ENCIPHERED-EXTERNAL-ID TO WS-EXTERNAL-ID-LOOKUP
              EXEC CICS READ
                   FILE(APP-EMP-MASTER-EXTID-PATH-NAME)
                   INTO (EMPLOYEE-MASTER-RECORD)
              END-IF
           END-IF.

       2315-ENCIPHER-EXTERNAL-ID.
           INITIALIZE FIELD-CIPHER-COMMAREA.
           SET FCA-ENCIPHER TO TRUE.
           SET FCA-EXTERNAL-ID TO TRUE.
           MOVE WS-LOAD-EXTERNAL-ID TO FCA-FIELD-VALUE.

           EXEC CICS LINK
                PROGRAM(APP-CIPHER-PROGRAM-NAME)
                COMMAREA(FIELD-CIPHER-COMMAREA)
                LENGTH(LENGTH OF FIELD-CIPHER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              NOT FCA-REQUEST-OK
              MOVE 'EXTERNAL ID NOT PROTECTED' TO WS-REJECT-REASON
           ELSE
              MOVE FCA-FIELD-VALUE TO WS-ENCIPHERED-EXTERNAL-ID
              MOVE FCA-KEY-VERSION TO WS-ENCIPHERED-KEY-VERSION
           END-IF.

       2320-EDIT-EMPLOYEE-TYPE.
      *    BLANK READS AS PERMANENT; A GIVEN CODE MUST BE ACTIVE ON THE
      *    EMPTYPE TABLE - SAME CHECK AS EADDP'S 2159, INCLUDING
      *    LETTING A NOT-YET-LOADED TABLE (NOTOPEN) THROUGH.
           MOVE FUNCTION UPPER-CASE(WS-LOAD-EMPLOYEE-TYPE)
              TO WS-LOAD-EMPLOYEE-TYPE.

           IF WS-LOAD-EMPLOYEE-TYPE IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-LOAD-EMPLOYEE-TYPE TO ETY-TYPE-CODE.

           EXEC CICS READ
                FILE(APP-EMPTYPE-FILE-NAME)
                INTO (EMPLOYEE-TYPE-RECORD)
                RIDFLD(ETY-TYPE-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF ETY-INACTIVE
                   MOVE 'EMPLOYEE TYPE INACTIVE' TO WS-REJECT-REASON
                END-IF
           WHEN DFHRESP(NOTOPEN)
                CONTINUE
           WHEN OTHER
                MOVE 'EMPLOYEE TYPE UNKNOWN' TO WS-REJECT-REASON
           END-EVALUATE.

       2330-EDIT-RTW-DOCUMENT.
      *    NO DOCUMENT AT ALL IS REJECTED UNLESS THE HIRE IS A
      *    CONTRACTOR (THE AGENCY HOLDS THE CHECK), WHO GOES THROUGH
      *    WITH A WARNING. ANYTHING GIVEN MUST BE A WHOLE, IN-DATE
      *    DOCUMENT. THE EDITED RECORD IS KEPT FOR 3170 TO WRITE.
           MOVE SPACE TO WS-RTW-WARN-SWITCH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RTW-TODAY.

           INITIALIZE RIGHT-TO-WORK-RECORD.
           MOVE FUNCTION UPPER-CASE(WS-LOAD-RTW-DOC-TYPE)
              TO RTW-DOCUMENT-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-LOAD-RTW-DOC-NUMBER)
              TO RTW-DOCUMENT-NUMBER.
           MOVE WS-LOAD-RTW-ISSUE-DATE TO RTW-ISSUE-DATE.
           MOVE WS-LOAD-RTW-EXPIRY-DATE TO RTW-EXPIRY-DATE.

           IF RTW-DOCUMENT-TYPE IS EQUAL TO SPACES AND
              RTW-DOCUMENT-NUMBER IS EQUAL TO SPACES AND
              RTW-ISSUE-DATE IS EQUAL TO SPACES AND
              RTW-EXPIRY-DATE IS EQUAL TO SPACES
              MOVE WS-LOAD-EMPLOYEE-TYPE TO EMP-EMPLOYEE-TYPE
              IF EMP-TYPE-CONTRACTOR
                 SET RTW-WARN-CONTRACTOR TO TRUE
              ELSE
                 MOVE 'NO RIGHT-TO-WORK DOCUMENT' TO WS-REJECT-REASON
              END-IF
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
           WHEN NOT RTW-DT-VALID
                MOVE 'RTW DOCUMENT TYPE INVALID' TO WS-REJECT-REASON
           WHEN RTW-DOCUMENT-NUMBER IS EQUAL TO SPACES
                MOVE 'RTW DOCUMENT NUMBER MISSING' TO WS-REJECT-REASON
           WHEN RTW-NO-EXPIRY AND RTW-DT-EXPIRY-REQUIRED
                MOVE 'RTW PERMIT EXPIRY DATE MISSING'
                   TO WS-REJECT-REASON
           WHEN OTHER
                PERFORM 2340-EDIT-RTW-DATES
           END-EVALUATE.

       2340-EDIT-RTW-DATES.
      *    ISSUE DATE REAL AND NOT IN THE FUTURE; EXPIRY DATE (WHEN
      *    GIVEN) REAL, AFTER THE ISSUE DATE AND NOT ALREADY PAST.
           MOVE 1 TO WS-RTW-DATE-CHECK.
           IF RTW-ISSUE-DATE IS NUMERIC
              MOVE RTW-ISSUE-DATE TO WS-RTW-DATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-RTW-DATE-NUMERIC)
                 TO WS-RTW-DATE-CHECK
           END-IF.

           IF NOT RTW-DATE-IS-VALID OR
              RTW-ISSUE-DATE IS GREATER THAN WS-RTW-TODAY
              MOVE 'RTW ISSUE DATE INVALID' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF RTW-NO-EXPIRY
              EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-RTW-DATE-CHECK.
           IF RTW-EXPIRY-DATE IS NUMERIC
              MOVE RTW-EXPIRY-DATE TO WS-RTW-DATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-RTW-DATE-NUMERIC)
                 TO WS-RTW-DATE-CHECK
           END-IF.

           EVALUATE TRUE
           WHEN NOT RTW-DATE-IS-VALID
           WHEN RTW-EXPIRY-DATE IS NOT GREATER THAN RTW-ISSUE-DATE
                MOVE 'RTW EXPIRY DATE INVALID' TO WS-REJECT-REASON
           WHEN RTW-EXPIRY-DATE IS LESS THAN WS-RTW-TODAY
                MOVE 'RTW DOCUMENT EXPIRED' TO WS-REJECT-REASON
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       3000-WRITE-NEW-EMPLOYEE.
           PERFORM 3100-GET-NEW-EMPLOYEE-ID.

           MOVE WS-LOAD-FULL-NAME TO EMP-FULL-NAME.
           MOVE WS-LOAD-JOB-TITLE TO EMP-JOB-TITLE.
           MOVE WS-LOAD-DEPARTMENT-ID TO EMP-DEPARTMENT-ID.
           MOVE WS-ENCIPHERED-EXTERNAL-ID TO EMP-EXTERNAL-ID.
           MOVE WS-ENCIPHERED-KEY-VERSION TO EMP-FIELD-KEY-VERSION.
           MOVE WS-LOAD-START-DATE TO EMP-START-DATE.
           MOVE WS-LOAD-EMPLOYEE-TYPE TO EMP-EMPLOYEE-TYPE.
           MOVE SPACES TO EMP-END-DATE.
           SET EMP-NOT-A-REHIRE TO TRUE.
           SET EMP-ACTIVE TO TRUE.
              ADD 1 TO WS-RECORDS-ADDED
              PERFORM 3145-WRITE-AUDIT-LOG-RECORD
              PERFORM 3150-UPDATE-RECORD-COUNT-CONTROL
              PERFORM 3155-ADJUST-DEPT-COUNTERS
              PERFORM 3161-GENERATE-ONBOARDING-TASKS
              PERFORM 3170-WRITE-RTW-DOCUMENT
           ELSE
              ADD 1 TO WS-RECORDS-REJECTED
              INITIALIZE WS-REJECT-DETAIL-LINE
           MOVE WS-BULK-LOAD-USER-ID TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-BULKHIRE-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           PERFORM 3146-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)

           PERFORM 3147-EMIT-EMPLOYEE-EVENT.

       3146-SEAL-AUDIT-ENTRY.
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
      *    SAME FIXED-FORMAT EVENT EADDP'S 3147 APPENDS TO THE
      *    CONTINUOUSLY-DRAINED INTERFACE QUEUE, SO A BULK LOAD'S
                   END-EXEC
           END-IF.

       3155-ADJUST-DEPT-COUNTERS.
      *    SAME DEPARTMENT HEADCOUNT COUNTER UPDATE AS EADDP'S 3190, SO
      *    A BULK LOAD'S HIRES COUNT AGAINST THEIR DEPARTMENTS' BUDGETS
      *    STRAIGHT AWAY. A NEW HIRE HAS NO BEFORE IMAGE.
           INITIALIZE DEPT-COUNTER-COMMAREA.
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

       3161-GENERATE-ONBOARDING-TASKS.
      *    EVERY ACTIVE TEMPLATE ROW SPAWNS ONE CHECKLIST RECORD FOR
      *    THE NEW STARTER - SAME GENERATION EADDP'S OWN 3161
                SET OCK-TASK-OPEN TO TRUE

      *         A DUPREC ON THE WRITE (RE-LOAD OF THE SAME EMPLOYEE)
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

           MOVE APP-BULKHIRE-PROGRAM-NAME TO NTA-SOURCE-PROGRAM.

           EXEC CICS LINK
                PROGRAM(APP-NOTIFY-WRITER-NAME)
                COMMAREA(NOTIFY-COMMAREA)
                LENGTH(LENGTH OF NOTIFY-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3170-WRITE-RTW-DOCUMENT.
      *    THE DOCUMENT EDITED BY 2330 GOES ON ERTWDOC UNDER THE NEW
      *    EMPLOYEE ID. THE EMPLOYEE IS ALREADY ON FILE BY NOW, SO A
      *    FAILED WRITE (OR A CONTRACTOR WITH NO DOCUMENT) IS REPORTED
      *    AS A WARNING FOR ERTWP FOLLOW-UP, NOT A REJECT.
           INITIALIZE WS-WARNING-DETAIL-LINE.
           MOVE WS-LOAD-PRIMARY-NAME TO WS-WRN-NAME.

           IF RTW-WARN-CONTRACTOR
              MOVE 'NO RIGHT-TO-WORK DOCUMENT' TO WS-WRN-REASON
              MOVE WS-WARNING-DETAIL-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-EMPLOYEE-ID TO RTW-EMPLOYEE-ID.
           MOVE WS-BULK-LOAD-USER-ID TO RTW-LAST-UPDATED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RTW-LAST-UPDATED-DATE.

           EXEC CICS WRITE
                FILE(APP-RTWDOC-FILE-NAME)
                FROM (RIGHT-TO-WORK-RECORD)
                RIDFLD(RTW-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'RTW DOCUMENT WRITE FAILED' TO WS-WRN-REASON
              MOVE WS-WARNING-DETAIL-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

       3160-BUILD-PHONETIC-KEY.
      *    AMERICAN SOUNDEX OF THE PRIMARY NAME: KEEP THE FIRST
      *    LETTER, CODE THE REST BY CONSONANT CLASS (B/F/P/V=1,
