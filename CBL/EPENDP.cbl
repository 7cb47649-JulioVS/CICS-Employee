      *        APPRAISAL HISTORY CAPTURE AND THE EAUDIT RECORD - AND
      *        PF6 REJECTS IT. EITHER WAY THE PENDING RECORD IS
      *        DELETED.
      *      - A NAME CHANGE IS APPLIED ONLY WITH THE EFFECTIVE DATE
      *        AND REASON PARKED ALONGSIDE IT, AND WRITES THE SAME
      *        NAME-HISTORY RECORD AND AUDIT DETAIL AS EUPDP'S SAVE.
      *        THE ENCIPHERED EXTERNAL ID AND ITS KEY VERSION ARE
      *        ALWAYS KEPT AS THEY ARE ON FILE, NOT TAKEN FROM THE
      *        PARKED IMAGE.
      *      - ENTERED FROM THE APPROVALS INBOX (EINBP) WITH A PENDING
      *        KEY IN THE COMM-AREA, THAT CHANGE IS SHOWN FIRST; ONE
      *        APPLIED OR REJECTED IN THE MEANTIME FALLS THROUGH TO
      *        THE NEXT PENDING CHANGE AFTER IT.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT TRANSFER HISTORY RECORD.
      *      - APPRAISAL HISTORY RECORD.
      *      - NAME-CHANGE HISTORY RECORD.
      *      - AUDIT LOG RECORD.
      *      - AUDIT-TRAIL CHAINING COMM-AREA.
      *      - DEPARTMENT HEADCOUNT COUNTER COMM-AREA.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY EMPMAST.
       COPY EDEPTTRN.
       COPY EAPRHS.
       COPY ENAMHST.
       COPY EAUDIT.
       COPY EEVENT.
       COPY EAUDDTL.
       COPY EAUDCCA.
       COPY EPERMTX.
       COPY EDCNTCA.
       COPY EMONCTR.
       COPY DEPTMAST.
       COPY EREGUSR.
       01 WS-PENDING-FOUND-FLAG     PIC X(1)  VALUE SPACES.
          88 PENDING-FOUND                    VALUE 'Y'.
          88 PENDING-NOT-FOUND                VALUE SPACES.
      *
      *    A HANDOFF FROM THE APPROVALS INBOX NAMES THE CHANGE TO
      *    OPEN ON (SEE 1050).
       01 WS-INBOX-HANDOFF-FLAG     PIC X(1)  VALUE SPACES.
          88 WS-FROM-INBOX                    VALUE 'Y'.
       01 WS-INBOX-PENDING-KEY      PIC X(22) VALUE SPACES.
      *
       01 WS-OLD-DEPARTMENT-ID      PIC 9(8)  VALUE ZEROES.
       01 WS-OLD-APPRAISAL-DATE     PIC X(8)  VALUE SPACES.
       01 WS-OLD-JOB-TITLE          PIC X(29) VALUE SPACES.
       01 WS-OLD-START-DATE         PIC X(8)  VALUE SPACES.
       01 WS-OLD-END-DATE           PIC X(8)  VALUE SPACES.
       01 WS-OLD-PRIMARY-NAME       PIC X(38) VALUE SPACES.
       01 WS-OLD-EXTERNAL-ID        PIC X(12) VALUE SPACES.
       01 WS-OLD-FIELD-KEY-VERSION  PIC X(1)  VALUE SPACES.
      *
      *    THE LEAVERS EXTRACT RECORD CUT WHEN AN APPLIED CHANGE
      *    RECORDS AN END DATE FOR THE FIRST TIME - SAME SHAPE AND
      *
      *    THE PROPOSED RECORD, VIEWED THROUGH ITS OWN AREA SO CURRENT
      *    AND PROPOSED VALUES CAN SIT SIDE BY SIDE ON THE MAP.
       01 WS-PROPOSED-RECORD        PIC X(263) VALUE SPACES.
       01 WS-PROPOSED-VIEW REDEFINES WS-PROPOSED-RECORD.
          05 WS-PRP-EMPLOYEE-ID     PIC 9(8).
          05 FILLER                 PIC X(102).
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
      *    A CHANGE ALREADY CHOSEN.
           IF EIBCALEN IS GREATER THAN ZERO THEN
              PERFORM 1050-FIRST-INTERACTION-FROM-INBOX
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           EXEC CICS GET
                CONTAINER(APP-PENDING-CONTAINER-NAME)
                CHANNEL(APP-PENDING-CHANNEL-NAME)
           MOVE MON-USER-ID TO PND-USER-ID.
           MOVE MON-USER-CATEGORY TO PND-USER-CATEGORY.

      *    SHOW THE FIRST PENDING CHANGE RIGHT AWAY - OR THE ONE THE
      *    INBOX HANDED OVER.
           IF WS-FROM-INBOX
              PERFORM 1060-LOCATE-INBOX-CHANGE
           ELSE
              PERFORM 2100-SHOW-NEXT-PENDING-CHANGE
           END-IF.

       1050-FIRST-INTERACTION-FROM-INBOX.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1050-FIRST-INTERACTION-FROM-INBOX' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    SAME START-UP AS 1000, EXCEPT THE REVIEW OPENS ON THE
      *    CHANGE HANDED OVER IN THE COMM-AREA.
           SET WS-FROM-INBOX TO TRUE.
           MOVE DFHCOMMAREA TO WS-INBOX-PENDING-KEY.

           PERFORM 1000-FIRST-INTERACTION.

       1060-LOCATE-INBOX-CHANGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1060-LOCATE-INBOX-CHANGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE CHANGE MAY HAVE BEEN APPLIED OR REJECTED SINCE THE
      *    INBOX WAS DRAWN - THEN THE BROWSE CARRIES ON FROM ITS KEY
      *    AS PF8 WOULD.
           MOVE WS-INBOX-PENDING-KEY TO PND-CURRENT-KEY.
           PERFORM 2210-REREAD-DISPLAYED-CHANGE.

           IF PENDING-FOUND
              SET PND-CHANGE-DISPLAYED TO TRUE
              MOVE 'Pending Change - PF5=Apply PF6=Reject PF8=Next PF
      -           '7=First PF12=Exit' TO WS-MESSAGE
           ELSE
              MOVE WS-INBOX-PENDING-KEY TO PND-CURRENT-KEY
              PERFORM 2100-SHOW-NEXT-PENDING-CHANGE
           END-IF.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           PERFORM 4000-CHECK-USER-STATUS.
      *    >>> --------------------- <<<

      *    THE CATEGORY CAN CHANGE MID-CONVERSATION - A BREAK-GLASS
      *    ELEVATION STARTING OR RUNNING OUT - SO KEEP OURS CURRENT.
           MOVE MON-USER-CATEGORY TO PND-USER-CATEGORY.

           EVALUATE EIBAID
           WHEN DFHENTER
           WHEN DFHPF8
                MOVE EMP-JOB-TITLE TO WS-OLD-JOB-TITLE
                MOVE EMP-START-DATE TO WS-OLD-START-DATE
                MOVE EMP-END-DATE TO WS-OLD-END-DATE
                MOVE EMP-PRIMARY-NAME TO WS-OLD-PRIMARY-NAME
                MOVE EMP-EXTERNAL-ID TO WS-OLD-EXTERNAL-ID
                MOVE EMP-FIELD-KEY-VERSION TO WS-OLD-FIELD-KEY-VERSION

                INITIALIZE DEPT-COUNTER-COMMAREA
                MOVE EMP-DEPARTMENT-ID TO DCA-BEFORE-DEPARTMENT-ID
                MOVE EMP-DELETE-FLAG TO DCA-BEFORE-DELETE-FLAG
                MOVE EMP-FTE-PERCENT TO DCA-BEFORE-FTE-PERCENT

                MOVE PCH-PROPOSED-RECORD TO EMPLOYEE-MASTER-RECORD

      *         THE PARKED IMAGE IS ONLY AS FRESH AS THE DAY IT WAS
      *         KEYED. THE EXTERNAL ID IS NEVER CHANGED THROUGH EUPDP,
      *         AND A RE-KEY OR CONVERSION SINCE THEN MAY HAVE
      *         ENCIPHERED IT AFRESH - SO THE ON-FILE VALUE AND ITS
      *         KEY VERSION ALWAYS STAND.
                MOVE WS-OLD-EXTERNAL-ID TO EMP-EXTERNAL-ID
                MOVE WS-OLD-FIELD-KEY-VERSION TO EMP-FIELD-KEY-VERSION

      *         A DIFFERENT NAME IS ONLY TAKEN AS A LEGAL NAME CHANGE
      *         KEYED WITH ITS DATE AND REASON. WITHOUT THEM THE IMAGE
      *         SIMPLY PREDATES A NAME CHANGE MADE SINCE, WHICH MUST
      *         NOT BE SILENTLY UNDONE.
                IF EMP-PRIMARY-NAME IS NOT EQUAL TO
                   WS-OLD-PRIMARY-NAME AND
                   PCH-NAME-REASON IS EQUAL TO SPACES THEN
                   MOVE WS-OLD-PRIMARY-NAME TO EMP-PRIMARY-NAME
                END-IF

      *         AN END DATE APPEARING FOR THE FIRST TIME MARKS A
      *         LEAVER - FLAG THE RECORD BEFORE THE REWRITE AND CUT
      *         THE LEAVERS EXTRACT AFTER IT SUCCEEDS, EXACTLY AS
                EVALUATE WS-CICS-RESPONSE
                WHEN DFHRESP(NORMAL)
                     MOVE 'Pending Change Applied!' TO WS-MESSAGE
                     PERFORM 3052-ADJUST-DEPT-COUNTERS
                     IF EMP-DEPARTMENT-ID IS NOT EQUAL TO
                        WS-OLD-DEPARTMENT-ID THEN
                        PERFORM 3050-RECORD-DEPARTMENT-TRANSFER
                        WS-OLD-APPRAISAL-RESULT THEN
                        PERFORM 3055-RECORD-APPRAISAL-HISTORY
                     END-IF
                     IF EMP-PRIMARY-NAME IS NOT EQUAL TO
                        WS-OLD-PRIMARY-NAME THEN
                        PERFORM 3057-RECORD-NAME-CHANGE
                     END-IF
                     IF WS-OLD-END-DATE IS EQUAL TO SPACES AND
                        EMP-END-DATE IS NOT EQUAL TO SPACES THEN
                        PERFORM 3075-WRITE-LEAVER-EXTRACT
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3052-ADJUST-DEPT-COUNTERS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3052-ADJUST-DEPT-COUNTERS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    SAME DEPARTMENT HEADCOUNT COUNTER UPDATE AS EUPDP'S 3052 -
      *    ONLY A DEPARTMENT, FTE OR STATUS CHANGE MOVES THE COUNTERS.
           MOVE EMP-DEPARTMENT-ID TO DCA-AFTER-DEPARTMENT-ID.
           MOVE EMP-DELETE-FLAG TO DCA-AFTER-DELETE-FLAG.
           MOVE EMP-FTE-PERCENT TO DCA-AFTER-FTE-PERCENT.

           IF DCA-AFTER-IMAGE IS EQUAL TO DCA-BEFORE-IMAGE THEN
              EXIT PARAGRAPH
           END-IF.

           SET DCA-ADJUST TO TRUE.

           EXEC CICS LINK
                PROGRAM(APP-DEPT-CNT-PROGRAM-NAME)
                COMMAREA(DEPT-COUNTER-COMMAREA)
                LENGTH(LENGTH OF DEPT-COUNTER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3055-RECORD-APPRAISAL-HISTORY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3055-RECORD-APPRAISAL-HISTORY' TO WS-DEBUG-AID.
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3057-RECORD-NAME-CHANGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3057-RECORD-NAME-CHANGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    SAME NAME-HISTORY RECORD AS EUPDP'S 3057, WITH THE DATE
      *    AND REASON THE REQUESTING USER KEYED - THE PHONETIC KEY IS
      *    CODED FROM THE OLD NAME SO EVIEWP'S FORMER-NAME SEARCH
      *    FINDS IT. THE APPROVING USER IS THE ONE WHO CHANGED IT.
           INITIALIZE NAME-HISTORY-RECORD.
           MOVE EMP-EMPLOYEE-ID TO NMH-EMPLOYEE-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NMH-CHANGE-TIMESTAMP.
           MOVE WS-OLD-PRIMARY-NAME TO NMH-PREVIOUS-NAME.
           MOVE EMP-PRIMARY-NAME TO NMH-NEW-NAME.
           MOVE PCH-NAME-EFF-DATE TO NMH-EFFECTIVE-DATE.
           MOVE PCH-NAME-REASON TO NMH-REASON-CODE.
           MOVE PND-USER-ID TO NMH-CHANGED-BY-USER-ID.

           MOVE FUNCTION UPPER-CASE(WS-OLD-PRIMARY-NAME)
              TO WS-PHON-SOURCE-NAME.
           PERFORM 3092-CODE-PHONETIC-SOURCE.
           MOVE WS-PHON-BUILT-KEY TO NMH-PREVIOUS-PHONETIC-KEY.

           EXEC CICS WRITE
                FILE(APP-NAME-HISTORY-FILE-NAME)
                FROM(NAME-HISTORY-RECORD)
                RIDFLD(NMH-HISTORY-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3060-WRITE-AUDIT-LOG-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3060-WRITE-AUDIT-LOG-RECORD' TO WS-DEBUG-AID.
           MOVE PND-USER-ID TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-PENDING-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.

           PERFORM 3068-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
           MOVE WS-SCOPE-DELEGATOR-ID TO ADT-OLD-VALUE.
           MOVE PND-USER-ID TO ADT-NEW-VALUE.

           PERFORM 3069-SEAL-AUDIT-DETAIL.
           EXEC CICS WRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM(AUDIT-DETAIL-RECORD)

           MOVE ZEROES TO WS-DETAIL-SEQ.

           IF EMP-PRIMARY-NAME IS NOT EQUAL TO WS-OLD-PRIMARY-NAME
              MOVE 'PRIMARY NAME' TO WS-DETAIL-FIELD-NAME
              MOVE WS-OLD-PRIMARY-NAME TO WS-DETAIL-OLD-VALUE
              MOVE EMP-PRIMARY-NAME TO WS-DETAIL-NEW-VALUE
              PERFORM 3066-WRITE-ONE-AUDIT-DETAIL
           END-IF.

           IF EMP-JOB-TITLE IS NOT EQUAL TO WS-OLD-JOB-TITLE
              MOVE 'JOB TITLE' TO WS-DETAIL-FIELD-NAME
              MOVE WS-OLD-JOB-TITLE TO WS-DETAIL-OLD-VALUE
           MOVE WS-DETAIL-OLD-VALUE TO ADT-OLD-VALUE.
           MOVE WS-DETAIL-NEW-VALUE TO ADT-NEW-VALUE.

           PERFORM 3069-SEAL-AUDIT-DETAIL.
           EXEC CICS WRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM(AUDIT-DETAIL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3068-SEAL-AUDIT-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3068-SEAL-AUDIT-ENTRY' TO WS-DEBUG-AID.
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

       3069-SEAL-AUDIT-DETAIL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3069-SEAL-AUDIT-DETAIL' TO WS-DEBUG-AID.
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

       3075-WRITE-LEAVER-EXTRACT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3075-WRITE-LEAVER-EXTRACT' TO WS-DEBUG-AID.
      *    STEP OR THE SOUNDS-LIKE PATH STOPS MATCHING.
           MOVE FUNCTION UPPER-CASE(EMP-PRIMARY-NAME)
              TO WS-PHON-SOURCE-NAME.
           PERFORM 3092-CODE-PHONETIC-SOURCE.
           MOVE WS-PHON-BUILT-KEY TO EMP-PHONETIC-KEY.

       3092-CODE-PHONETIC-SOURCE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3092-CODE-PHONETIC-SOURCE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CODES WHATEVER NAME SITS IN WS-PHON-SOURCE-NAME INTO
      *    WS-PHON-BUILT-KEY - THE CURRENT NAME FOR THE MASTER RECORD,
      *    OR A REPLACED NAME FOR THE NAME-HISTORY FILE.
           MOVE WS-PHON-SOURCE-NAME TO WS-PHON-CODED-NAME.

           INSPECT WS-PHON-CODED-NAME
              UNTIL WS-PHON-IN-SUB IS GREATER THAN 38
                 OR WS-PHON-OUT-SUB IS GREATER THAN 4.

       3095-CODE-ONE-LETTER.
      *    ONLY CONSONANT-CLASS DIGITS ARE KEPT, AND ONLY WHEN THEY
      *    DIFFER FROM THE PREVIOUS CHARACTER'S CODE - VOWELS AND
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
