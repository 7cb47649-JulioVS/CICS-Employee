      *      - THE REQUEST IS RE-READ FOR UPDATE AT DECISION TIME AND
      *        MUST STILL BE PENDING - TWO REVIEWERS RACING ON THE
      *        SAME REQUEST CANNOT BOOK THE ABSENCE TWICE.
      *      - THE DAYS CHARGED ARE CAPPED AT THE WORKING DAYS THE
      *        EMPLOYEE'S PATTERN (SEE EWKPATN.CPY) GIVES FOR THE
      *        SPAN, HOLIDAYS SKIPPED - THE SAME COUNT EABSNP DERIVES -
      *        AND A SPAN THEY WOULDN'T HAVE WORKED AT ALL CAN'T BE
      *        APPROVED.
      *      - AN APPROVED SICKNESS-TYPE REQUEST OPENS A RETURN-TO-
      *        WORK INTERVIEW ITEM FOR THE EMPLOYEE'S MANAGER THROUGH
      *        THE LINKED ESRWCP, AS EABSNP'S OWN SAVE DOES.
      *      - WHETHER THE APPROVED ABSENCE DRAWS THE EMPLEAVE BALANCE,
      *        OR COUNTS AS SICKNESS, COMES FROM ITS ROW ON THE
      *        ABSENCE-TYPE TABLE THROUGH THE LINKED EABTCP (SEE
      *        EABSTYP.CPY).
      *      - ENTERED FROM THE APPROVALS INBOX (EINBP) WITH A REQUEST
      *        KEY IN THE COMM-AREA, THAT REQUEST IS SHOWN FIRST; ONE
      *        DECIDED IN THE MEANTIME FALLS THROUGH TO THE NEXT
      *        PENDING REQUEST AFTER IT.
      *      - THE DECISION, EITHER WAY, IS QUEUED AS AN EMAIL TO THE
      *        REQUESTING EMPLOYEE THROUGH THE LINKED NOTIFICATION
      *        OUTBOX WRITER ENTFCP (SEE ENTFCA.CPY).
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - LEAVE BALANCE RECORD.
      *      - LEAVE-ENTITLEMENT TIER TABLE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - HOLIDAY CALENDAR AND WORKING-PATTERN RECORDS.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - PERMISSION MATRIX RECORD.
      *      - ABSENCE-TYPE RECORD AND ITS LOOKUP COMM-AREA.
      *      - NOTIFICATION OUTBOX COMM-AREA.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ELEAVE.
       COPY ELVTIER.
       COPY EMPMAST.
       COPY EHOLDAY.
       COPY EWKPATN.
       COPY EAUDIT.
       COPY EAUDDTL.
       COPY EAUDCCA.
       COPY EMONCTR.
       COPY EPERMTX.
       COPY DEPTMAST.
       COPY EREGUSR.
       COPY EDELEG.
       COPY ESRWCA.
       COPY EABSTYP.
       COPY EABTCA.
       COPY ENTFCA.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *
       01 WS-PENDING-FOUND-FLAG     PIC X(1)  VALUE SPACES.
          88 PENDING-FOUND                    VALUE 'Y'.
      *
      *    A HANDOFF FROM THE APPROVALS INBOX NAMES THE REQUEST TO
      *    OPEN ON (SEE 1050).
       01 WS-INBOX-HANDOFF-FLAG     PIC X(1)  VALUE SPACES.
          88 WS-FROM-INBOX                    VALUE 'Y'.
       01 WS-INBOX-REQUEST-KEY      PIC X(22) VALUE SPACES.
      *
       01 WS-BAL-FOUND-FLAG         PIC X(1)  VALUE SPACES.
          88 BALANCE-FOUND                    VALUE 'Y'.
       01 WS-CHK-START-DATE         PIC X(8)  VALUE SPACES.
       01 WS-CHK-END-DATE           PIC X(8)  VALUE SPACES.
       01 WS-CHK-EMPLOYEE-ID        PIC 9(8)  VALUE ZEROES.
      *
      *    BUSINESS-DAY CALENDAR WORK FIELDS (SEE EHOLDAY.CPY) - THE
      *    DAY-OF-WEEK TRICK IS ESICKP'S: INTEGER-OF-DATE COUNTS
      *    FROM A MONDAY, SO THE DAY NUMBER MOD 7 GIVES 1 FOR MONDAY
      *    THROUGH 6 FOR SATURDAY AND 0 FOR SUNDAY.
       01 WS-WDY-DATE               PIC 9(8)  VALUE ZEROES.
       01 WS-WDY-DAY-OF-WEEK        PIC S9(4) USAGE IS BINARY.
       01 WS-WDY-FLAG               PIC X(1)  VALUE SPACES.
          88 WS-DAY-IS-WORKING                VALUE 'Y'.
       01 WS-WDY-FRACTION           PIC 9V9   VALUE ZEROES.
      *
      *    THE EMPLOYEE'S WORKING WEEK (SEE EWKPATN.CPY), MONDAY
      *    FIRST, LOADED BY 8710 - THE STANDARD WEEK UNTIL THEN.
       01 WS-PATTERN-WEEK           PIC X(7)  VALUE 'FFFFFOO'.
       01 WS-PATTERN-DAYS REDEFINES WS-PATTERN-WEEK.
          05 WS-PATTERN-DAY         PIC X(1)  OCCURS 7 TIMES.
       01 WS-PATTERN-DAY-SUB        PIC S9(4) USAGE IS BINARY.
       01 WS-PATTERN-EMPLOYEE-ID    PIC 9(8)  VALUE ZEROES.
      *
       01 WS-BUSDAY-COUNT           PIC 9(3)V9 VALUE ZEROES.
       01 WS-BUSDAY-WALK-INT        PIC S9(8) USAGE IS BINARY.
       01 WS-BUSDAY-END-INT         PIC S9(8) USAGE IS BINARY.
       01 WS-BUSDAY-STEPS           PIC S9(4) USAGE IS BINARY.
      *
       01 WS-DEBUG-AID              PIC X(45) VALUE SPACES.
      *
          88 WS-PERM-DENIED                VALUE 'D'.
          88 WS-PERM-USE-LEGACY            VALUE SPACE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-EMPLOYEE-ID         PIC 9(8).
          05 CA-ENTRY-TIMESTAMP     PIC X(14).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A COMM-AREA MARKS A HANDOFF FROM THE APPROVALS INBOX WITH
      *    A REQUEST ALREADY CHOSEN.
           IF EIBCALEN IS GREATER THAN ZERO THEN
              PERFORM 1050-FIRST-INTERACTION-FROM-INBOX
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           EXEC CICS GET
                CONTAINER(APP-LVAPPR-CONTAINER-NAME)
                CHANNEL(APP-LVAPPR-CHANNEL-NAME)
              PERFORM 9050-SEND-MESSAGE-AND-RETURN
           END-IF.

           IF WS-FROM-INBOX
              PERFORM 1060-LOCATE-INBOX-REQUEST
           ELSE
              PERFORM 2100-FIND-NEXT-PENDING
           END-IF.

       1050-FIRST-INTERACTION-FROM-INBOX.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1050-FIRST-INTERACTION-FROM-INBOX' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    SAME START-UP AS 1000 - SAME ROLE GATE - EXCEPT THE SCAN
      *    OPENS ON THE REQUEST HANDED OVER IN THE COMM-AREA.
           SET WS-FROM-INBOX TO TRUE.
           MOVE DFHCOMMAREA TO WS-INBOX-REQUEST-KEY.

           PERFORM 1000-FIRST-INTERACTION.

       1060-LOCATE-INBOX-REQUEST.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1060-LOCATE-INBOX-REQUEST' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE REQUEST MAY HAVE BEEN DECIDED SINCE THE INBOX WAS
      *    DRAWN - THEN THE SCAN CARRIES ON FROM ITS KEY AS PF8
      *    WOULD.
           MOVE WS-INBOX-REQUEST-KEY TO LRQ-REQUEST-KEY.

           EXEC CICS READ
                FILE(APP-LEAVE-REQUEST-FILE-NAME)
                INTO (LEAVE-REQUEST-RECORD)
                RIDFLD(LRQ-REQUEST-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              LRQ-ST-PENDING
              SET LVA-REQUEST-ON-SCREEN TO TRUE
              MOVE LRQ-REQUEST-KEY TO LVA-CURRENT-KEY
              MOVE LRQ-REQUEST-KEY TO LVA-RESUME-KEY
              MOVE 'Pending Request - PF3=Approve PF5=Reject PF8=Ski
      -           'p PF9=Top PF12=Exit.'
                 TO WS-MESSAGE
           ELSE
              MOVE WS-INBOX-REQUEST-KEY TO LVA-RESUME-KEY
              PERFORM 2100-FIND-NEXT-PENDING
              IF PENDING-FOUND
                 MOVE 'No Longer Pending - Next Request Shown: PF3=Appro
      -              've PF5=Reject PF8=Skip.'
                    TO WS-MESSAGE
              END-IF
           END-IF.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
              EXIT PARAGRAPH
           END-IF.

      *    COUNT THE SPAN AGAINST THE EMPLOYEE'S WORKING PATTERN -
      *    2250 LEFT THE REQUEST'S DATES IN WS-CHK-START-DATE AND
      *    WS-CHK-END-DATE. 3000 CHARGES NO MORE THAN THIS COUNT.
           MOVE LRQ-EMPLOYEE-ID TO WS-PATTERN-EMPLOYEE-ID.
           PERFORM 8710-LOAD-WORK-PATTERN.
           PERFORM 8720-COUNT-BUSINESS-DAYS.

           IF WS-BUSDAY-COUNT IS EQUAL TO ZERO
              MOVE 'Cannot Approve - No Working Days In That Span For Th
      -        'is Employee - Use Reject!'
                 TO WS-MESSAGE
              EXEC CICS UNLOCK
                   FILE(APP-LEAVE-REQUEST-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3000-WRITE-ABSENCE-RECORD.

      *    AN APPROVAL TAKEN UNDER A DELEGATION NAMES BOTH USERS ON

           PERFORM 2220-REWRITE-REQUEST-RECORD.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE APP-NTF-LEAVE-APPROVED-ID TO NTA-TEMPLATE-ID
              PERFORM 3500-QUEUE-DECISION-NOTICE
           END-IF.

           PERFORM 2100-FIND-NEXT-PENDING.

       2210-REREAD-PENDING-REQUEST.

           PERFORM 2220-REWRITE-REQUEST-RECORD.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE APP-NTF-LEAVE-REJECTED-ID TO NTA-TEMPLATE-ID
              PERFORM 3500-QUEUE-DECISION-NOTICE
           END-IF.

           MOVE 'Request Rejected.' TO WS-MESSAGE.

           PERFORM 2100-FIND-NEXT-PENDING.
           MOVE LRQ-ABSENCE-TYPE TO ABS-ABSENCE-TYPE.
           MOVE LRQ-DAYS-REQUESTED TO ABS-DAYS-TAKEN.
           MOVE LVA-USER-ID TO ABS-ENTERED-BY-USER-ID.
           PERFORM 8800-LOOKUP-ABSENCE-TYPE.

      *    A REQUEST FOR MORE DAYS THAN THE EMPLOYEE WOULD HAVE
      *    WORKED IS ONLY CHARGED THE WORKING DAYS (UNLESS THE SPAN
      *    CAP CUT THE WALK SHORT).
           IF ABS-DAYS-TAKEN IS GREATER THAN WS-BUSDAY-COUNT AND
              WS-BUSDAY-STEPS IS NOT GREATER THAN APP-BUSDAY-SPAN-CAP
              MOVE WS-BUSDAY-COUNT TO ABS-DAYS-TAKEN
           END-IF.

           EXEC CICS WRITE
                FILE(APP-ABSENCE-FILE-NAME)
           WHEN DFHRESP(NORMAL)
                MOVE 'Request Approved - Absence Recorded!'
                   TO WS-MESSAGE
                IF ABT-COUNTS-AS-SICKNESS
                   PERFORM 3400-OPEN-RTW-ITEM
                END-IF
                PERFORM 3100-UPDATE-LEAVE-BALANCE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Absence File Not Open!' TO WS-MESSAGE
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    ONLY A TYPE FLAGGED TO DRAW THE LEAVE BALANCE (VACATION)
      *    COMES OUT OF THE ENTITLEMENT - THE OTHER TYPES ARE
      *    RECORDED BUT DON'T TOUCH THE BALANCE. SAME SEQUENCE AS
      *    EABSNP'S OWN 3100.
           IF NOT ABT-DRAWS-LEAVE-BALANCE THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE LVA-USER-ID TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-LVAPPR-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           PERFORM 3310-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
           MOVE WS-SCOPE-DELEGATOR-ID TO ADT-OLD-VALUE.
           MOVE LVA-USER-ID TO ADT-NEW-VALUE.

           PERFORM 3320-SEAL-AUDIT-DETAIL.
           EXEC CICS WRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM(AUDIT-DETAIL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3310-SEAL-AUDIT-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3310-SEAL-AUDIT-ENTRY' TO WS-DEBUG-AID.
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

       3320-SEAL-AUDIT-DETAIL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3320-SEAL-AUDIT-DETAIL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SAME SEAL FOR A BEFORE/AFTER IMAGE, ON THE EMPLOYEE'S
      *    DETAIL TRAIL.
           INITIALIZE AUDIT-CHAIN-COMMAREA.
           SET ACH-SEAL TO TRUE.
           SET ACH-DETAIL-TRAIL TO TRUE.
           MOVE AUDIT-DETAIL-RECORD TO ACH-RECORD-IMAGE.

           EXEC CICS LINK
                PROGRAM(APP-AUDCHN-PROGRAM-NAME)
                COMMAREA(AUDIT-CHAIN-COMMAREA)
                LENGTH(LENGTH OF AUDIT-CHAIN-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE ACH-PREV-CHAIN-HASH TO ADT-PREV-CHAIN-HASH.
           MOVE ACH-CHAIN-HASH TO ADT-CHAIN-HASH.

       3400-OPEN-RTW-ITEM.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3400-OPEN-RTW-ITEM' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SICK SPELL JUST WRITTEN GETS ITS FOLLOW-UP INTERVIEW
      *    ITEM IN THE SAME UNIT OF WORK. A FAILURE HERE DOESN'T UNDO
      *    THE APPROVAL.
           SET RWA-OPEN TO TRUE.
           MOVE ABS-ABSENCE-KEY TO RWA-ABSENCE-KEY.
           MOVE ABS-START-DATE TO RWA-SICK-START-DATE.
           MOVE ABS-END-DATE TO RWA-SICK-END-DATE.
           MOVE ABS-DAYS-TAKEN TO RWA-DAYS-TAKEN.

           EXEC CICS LINK
                PROGRAM(APP-RTWITEM-PROGRAM-NAME)
                COMMAREA(RTW-ITEM-COMMAREA)
                LENGTH(LENGTH OF RTW-ITEM-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3500-QUEUE-DECISION-NOTICE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3500-QUEUE-DECISION-NOTICE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE CALLER HAS ALREADY MOVED IN THE APPROVED OR REJECTED
      *    TEMPLATE ID. THE EMAIL IS ONLY QUEUED HERE - A FAILURE
      *    DOESN'T UNDO THE DECISION.
           MOVE LRQ-EMPLOYEE-ID TO NTA-RECIPIENT-ID.

           MOVE LRQ-START-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO NTA-VALUE-1.

           MOVE LRQ-END-DATE TO WS-INPUT-DATE.
           MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE.
           MOVE WS-OUTPUT-DATE TO NTA-VALUE-2.

           MOVE LRQ-DAYS-REQUESTED TO WS-DAYS-EDIT.
           MOVE WS-DAYS-EDIT TO NTA-VALUE-3.

           MOVE APP-LVAPPR-PROGRAM-NAME TO NTA-SOURCE-PROGRAM.

           EXEC CICS LINK
                PROGRAM(APP-NOTIFY-WRITER-NAME)
                COMMAREA(NOTIFY-COMMAREA)
                LENGTH(LENGTH OF NOTIFY-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3150-DERIVE-ENTITLEMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3150-DERIVE-ENTITLEMENT' TO WS-DEBUG-AID.
                MOVE LVT-ENTITLEMENT-DAYS TO WS-DERIVED-ENTITLEMENT
           END-EVALUATE.

       8700-CHECK-WORKING-DAY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '8700-CHECK-WORKING-DAY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE CALLER PUTS THE DATE IN WS-WDY-DATE. A DAY OFF IN THE
      *    LOADED WORKING PATTERN (THE WEEKEND ON A STANDARD WEEK) OR
      *    AN ACTIVE ROW ON THE HOLIDAY CALENDAR MAKES IT A NON-
      *    WORKING DAY; A CALENDAR FILE THAT ISN'T THERE JUST MEANS
      *    NO HOLIDAYS ARE RECORDED. WS-WDY-FRACTION SAYS HOW MUCH OF
      *    A DAY IT COUNTS FOR - A PATTERN HALF DAY COUNTS AS .5.
           SET WS-DAY-IS-WORKING TO TRUE.
           MOVE 1 TO WS-WDY-FRACTION.

           COMPUTE WS-WDY-DAY-OF-WEEK = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(WS-WDY-DATE), 7).

           IF WS-WDY-DAY-OF-WEEK IS EQUAL TO 0
              MOVE 7 TO WS-PATTERN-DAY-SUB
           ELSE
              MOVE WS-WDY-DAY-OF-WEEK TO WS-PATTERN-DAY-SUB
           END-IF.

           EVALUATE WS-PATTERN-DAY(WS-PATTERN-DAY-SUB)
           WHEN 'O'
                MOVE SPACE TO WS-WDY-FLAG
                MOVE ZERO TO WS-WDY-FRACTION
                EXIT PARAGRAPH
           WHEN 'H'
                MOVE .5 TO WS-WDY-FRACTION
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           MOVE WS-WDY-DATE TO HOL-HOLIDAY-DATE.

           EXEC CICS READ
                FILE(APP-HOLIDAY-FILE-NAME)
                INTO (HOLIDAY-RECORD)
                RIDFLD(HOL-HOLIDAY-DATE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              HOL-ACTIVE
              MOVE SPACE TO WS-WDY-FLAG
              MOVE ZERO TO WS-WDY-FRACTION
           END-IF.

       8710-LOAD-WORK-PATTERN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '8710-LOAD-WORK-PATTERN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE CALLER PUTS THE EMPLOYEE IN WS-PATTERN-EMPLOYEE-ID.
      *    NO PATTERN ON THE MASTER, OR A CODE NO LONGER ON THE
      *    TABLE, LEAVES THE STANDARD MONDAY-TO-FRIDAY WEEK.
           MOVE APP-STANDARD-WORK-WEEK TO WS-PATTERN-WEEK.

           MOVE WS-PATTERN-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              EMP-WORK-PATTERN IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-WORK-PATTERN TO WPT-PATTERN-CODE.

           EXEC CICS READ
                FILE(APP-WORK-PATTERN-FILE-NAME)
                INTO (WORK-PATTERN-RECORD)
                RIDFLD(WPT-PATTERN-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE WPT-WORK-WEEK TO WS-PATTERN-WEEK
           END-IF.

       8720-COUNT-BUSINESS-DAYS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '8720-COUNT-BUSINESS-DAYS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    WALK THE SPAN ONE DAY AT A TIME, COUNTING ONLY WORKING
      *    DAYS (A PATTERN HALF DAY AS .5) - THE CAP BOUNDS THE WALK
      *    ON A FAT-FINGERED RANGE.
           MOVE ZERO TO WS-BUSDAY-COUNT.
           MOVE ZERO TO WS-BUSDAY-STEPS.

           COMPUTE WS-BUSDAY-WALK-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-CHK-START-DATE)).
           COMPUTE WS-BUSDAY-END-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-CHK-END-DATE)).

           PERFORM 8730-WALK-ONE-DAY
              UNTIL WS-BUSDAY-WALK-INT IS GREATER THAN
                    WS-BUSDAY-END-INT OR
                    WS-BUSDAY-STEPS IS GREATER THAN
                    APP-BUSDAY-SPAN-CAP.

       8730-WALK-ONE-DAY.
           COMPUTE WS-WDY-DATE =
              FUNCTION DATE-OF-INTEGER(WS-BUSDAY-WALK-INT).

           PERFORM 8700-CHECK-WORKING-DAY.

           IF WS-DAY-IS-WORKING
              ADD WS-WDY-FRACTION TO WS-BUSDAY-COUNT
           END-IF.

           ADD 1 TO WS-BUSDAY-WALK-INT.
           ADD 1 TO WS-BUSDAY-STEPS.

       8800-LOOKUP-ABSENCE-TYPE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '8800-LOOKUP-ABSENCE-TYPE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE TYPE ROW FOR ABS-ABSENCE-TYPE LANDS IN
      *    ABSENCE-TYPE-RECORD. A LOOKUP THAT CAN'T BE LINKED TO
      *    READS AS AN UNKNOWN TYPE, SO NOTHING IS DRAWN DOWN ON A
      *    GUESS.
           INITIALIZE ABS-TYPE-LOOKUP-COMMAREA.
           MOVE ABS-ABSENCE-TYPE TO ATL-TYPE-CODE.

           EXEC CICS LINK
                PROGRAM(APP-ABSTYPE-PROGRAM-NAME)
                COMMAREA(ABS-TYPE-LOOKUP-COMMAREA)
                LENGTH(LENGTH OF ABS-TYPE-LOOKUP-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              INITIALIZE ABS-TYPE-LOOKUP-COMMAREA
              SET ATL-TYPE-UNKNOWN TO TRUE
           END-IF.

           MOVE ATL-TYPE-RECORD TO ABSENCE-TYPE-RECORD.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------
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
