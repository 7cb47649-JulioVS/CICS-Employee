       IDENTIFICATION DIVISION.
       PROGRAM-ID. EOPSP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'FILE AND QUEUE HEALTH' DASHBOARD FOR OPERATIONS -
      *        EWHOP-STYLE, ENTERED DIRECTLY BY TRANSACTION ID AND NOT
      *        REACHED FROM THE MAIN MENU.
      *      - WHEN A SCREEN SAYS "FILE NOT OPEN", THIS IS WHERE
      *        SUPPORT LOOKS FIRST: THE FILES VIEW LISTS EVERY FILE
      *        AND ALTERNATE-INDEX PATH NAMED IN ECONST WITH ITS OPEN
      *        AND ENABLED STATE, PLUS THE RECORD COUNT WHERE ONE IS
      *        KEPT (EMPMAST, FROM ITS EMPCNTL CONTROL RECORD). PF5
      *        SWITCHES TO THE QUEUES VIEW - EVERY REPORT AND FEED
      *        QUEUE WITH ITS CURRENT DEPTH AND, WHERE A BATCH JOB
      *        FILLS IT, THAT JOB'S LAST RUN DATE AND STATUS FROM ITS
      *        RUN-CONTROL RECORD (ERUNCTL). PF7/PF8 PAGE, TWELVE
      *        LINES AT A TIME; ENTER REFRESHES; PF3 EXITS.
      *      - TYPING O, C, E OR D IN A FILE LINE'S SELECTION BYTE
      *        OPENS, CLOSES, ENABLES OR DISABLES THAT FILE ON THE NEXT
      *        ENTER - BUT ONLY FROM A TERMINAL WITH AN ACTIVE
      *        TERMINAL AUTHORIZATION ROW FOR THIS TRANSACTION (SEE
      *        ETRMAUT.CPY); A REFUSED TERMINAL IS LOGGED TO ESONAUD
      *        LIKE ANY OTHER. EVERY ACTION TAKEN IS RECORDED ON
      *        ESONAUD (WITH THE TERMINAL AND THE REASON KEYED) AND
      *        RAISED ON THE OPERATIONS ALERT QUEUE.
      *      - THE CONTAINER REMEMBERS WHICH FILE EACH LINE SHOWED, SO
      *        A SELECTION ALWAYS ACTS ON THE FILE THE OPERATOR WAS
      *        LOOKING AT.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - HEALTH DASHBOARD MAPSET.
      *      - HEALTH DASHBOARD CONTAINER.
      *      - BATCH RUN-CONTROL RECORD.
      *      - EMPLOYEE MASTER RECORD-COUNT CONTROL RECORD.
      *      - TERMINAL AUTHORIZATION AND SIGN-ON AUDIT RECORDS.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EOPSMAP.
       COPY EOPSCTR.
       COPY ERUNCTL.
       COPY EMPCNTL.
       COPY ETRMAUT.
       COPY ESONAUD.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE       PIC S9(8) USAGE IS BINARY.
          05 WS-MESSAGE             PIC X(79) VALUE SPACES.
          05 WS-ITEM-NUMBER         PIC S9(4) USAGE IS BINARY.
          05 WS-LINE-SUB            PIC S9(4) USAGE IS BINARY.
          05 WS-ENTRY-SUB           PIC S9(4) USAGE IS BINARY.
          05 WS-FIRST-ENTRY         PIC S9(4) USAGE IS BINARY.
          05 WS-LAST-PAGE           PIC 9(3).
          05 WS-ACTIONS-TAKEN       PIC 9(2).
          05 WS-ACTIONS-DISPLAY     PIC Z9.
      *
      *    EVERY FILE AND PATH NAMED IN ECONST, IN ECONST ORDER -
      *    LOADED AFRESH ON EVERY INTERACTION, SO A FILE ADDED TO
      *    ECONST ONLY NEEDS ITS LINE IN 1200-LOAD-FILE-TABLE.
       01 WS-FILE-TABLE-AREA.
          05 WS-FILE-COUNT          PIC S9(4) USAGE IS BINARY.
          05 WS-FILE-ENTRY OCCURS 150 TIMES.
             10 WS-FT-NAME          PIC X(8).
             10 WS-FT-KIND          PIC X(4).
      *
      *    EVERY REPORT AND FEED QUEUE NAMED IN ECONST, WITH THE
      *    RUN-CONTROL RRN OF THE JOB THAT FILLS IT (ZERO WHEN NO
      *    SINGLE BATCH JOB OWNS THE QUEUE).
       01 WS-QUEUE-TABLE-AREA.
          05 WS-QUEUE-COUNT         PIC S9(4) USAGE IS BINARY.
          05 WS-QUEUE-ENTRY OCCURS 100 TIMES.
             10 WS-QT-NAME          PIC X(8).
             10 WS-QT-RRN           PIC S9(8) USAGE IS BINARY.
      *
       01 WS-LOAD-NAME              PIC X(8)  VALUE SPACES.
       01 WS-LOAD-RRN               PIC S9(8) USAGE IS BINARY.
       01 WS-CHECK-RRN              PIC S9(8) USAGE IS BINARY.
      *
      *    FILE STATE AS CICS REPORTS IT (CVDA VALUES).
       01 WS-OPEN-CVDA              PIC S9(8) USAGE IS BINARY.
       01 WS-ENABLE-CVDA            PIC S9(8) USAGE IS BINARY.
       01 WS-QUEUE-DEPTH            PIC S9(4) USAGE IS BINARY.
      *
       01 WS-FILE-LINE.
          05 WS-FLN-NAME            PIC X(8)  VALUE SPACES.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-FLN-KIND            PIC X(4)  VALUE SPACES.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-FLN-OPEN-STATE      PIC X(11) VALUE SPACES.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-FLN-ENABLE-STATE    PIC X(11) VALUE SPACES.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-FLN-RECORDS         PIC X(10) VALUE SPACES.
      *
       01 WS-QUEUE-LINE.
          05 WS-QLN-NAME            PIC X(8)  VALUE SPACES.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-QLN-DEPTH           PIC X(7)  VALUE SPACES.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-QLN-JOB-NAME        PIC X(8)  VALUE SPACES.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-QLN-LAST-RUN        PIC X(8)  VALUE SPACES.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-QLN-RUN-STATUS      PIC X(10) VALUE SPACES.
      *
      *
      *    COLUMN HEADINGS AND STOCK PROMPTS FOR THE TWO VIEWS.
       01 WS-FILE-HEADING           PIC X(70) VALUE
          'FILE      TYPE  OPEN STATE   ENABLE STATE RECORDS'.
       01 WS-QUEUE-HEADING          PIC X(70) VALUE
          'QUEUE       DEPTH  JOB       LAST RUN  STATUS'.
       01 WS-FILES-PROMPT           PIC X(79) VALUE
          'O/C/E/D=Open/Close/Enable/Disable  PF5=Queues  PF7/PF8=Page'.
       01 WS-QUEUES-PROMPT          PIC X(79) VALUE
          'Enter=Refresh  PF5=Files  PF7/PF8=Page  PF3=Exit'.
      *
       01 WS-RECORDS-EDIT           PIC Z,ZZZ,ZZ9.
       01 WS-DEPTH-EDIT             PIC ZZZZZZ9.
       01 WS-PAGE-EDIT.
          05 WS-PGE-THIS-PAGE       PIC 9(3)  VALUE ZEROES.
          05 FILLER                 PIC X(4)  VALUE ' OF '.
          05 WS-PGE-LAST-PAGE       PIC 9(2)  VALUE ZEROES.
      *
      *    ONE FILE ACTION - THE SELECTION TYPED, THE FILE IT NAMES
      *    AND THE WORD THE AUDIT AND ALERT CARRY FOR IT.
       01 WS-SELECTION              PIC X(1)  VALUE SPACES.
          88 WS-SEL-OPEN                      VALUE 'O'.
          88 WS-SEL-CLOSE                     VALUE 'C'.
          88 WS-SEL-ENABLE                    VALUE 'E'.
          88 WS-SEL-DISABLE                   VALUE 'D'.
          88 WS-SEL-NONE                      VALUE SPACE LOW-VALUE.
       01 WS-ACTION-FILE-NAME       PIC X(8)  VALUE SPACES.
       01 WS-ACTION-VERB            PIC X(8)  VALUE SPACES.
       01 WS-ACTION-REASON          PIC X(20) VALUE SPACES.
       01 WS-ALERT-TEXT             PIC X(79) VALUE SPACES.
      *
      *    FILE ACTIONS NEED THIS TERMINAL ON THE AUTHORIZATION
      *    TABLE - CHECKED ONCE PER INTERACTION, ON THE FIRST ACTION.
       01 WS-ACTION-AUTH-FLAG       PIC X(1)  VALUE SPACES.
          88 WS-AUTH-NOT-CHECKED              VALUE SPACE.
          88 WS-AUTH-ALLOWED                  VALUE 'Y'.
          88 WS-AUTH-REFUSED                  VALUE 'N'.
       01 WS-TGT-AUDIT-USER         PIC X(8)  VALUE SPACES.
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

           PERFORM 1200-LOAD-FILE-TABLE.
           PERFORM 1300-LOAD-QUEUE-TABLE.

           EXEC CICS GET
                CONTAINER(APP-OPSDASH-CONTAINER-NAME)
                CHANNEL(APP-OPSDASH-CHANNEL-NAME)
                INTO (OPS-DASHBOARD-CONTAINER)
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
                MOVE 'Error Retrieving Health Dashboard Container!'
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

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CLEAR ALL RECORDS AND VARIABLES - START ON THE FIRST PAGE
      *    OF THE FILES VIEW.
           INITIALIZE OPS-DASHBOARD-CONTAINER.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EOPSMO.

           SET OPD-VIEWING-FILES TO TRUE.
           MOVE 1 TO OPD-PAGE-NUMBER.

       1200-LOAD-FILE-TABLE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-LOAD-FILE-TABLE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZERO TO WS-FILE-COUNT.

           MOVE APP-SAVEDFILTER-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-EMP-MASTER-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-EMP-MASTER-PATH-NAME TO WS-LOAD-NAME.
           PERFORM 1220-ADD-PATH.
           MOVE APP-EMP-MASTER-DEPT-PATH-NAME TO WS-LOAD-NAME.
           PERFORM 1220-ADD-PATH.
           MOVE APP-EMP-MASTER-EXTID-PATH-NAME TO WS-LOAD-NAME.
           PERFORM 1220-ADD-PATH.
           MOVE APP-EMP-MASTER-PHON-PATH-NAME TO WS-LOAD-NAME.
           PERFORM 1220-ADD-PATH.
           MOVE APP-EMP-MASTER-LOC-PATH-NAME TO WS-LOAD-NAME.
           PERFORM 1220-ADD-PATH.
           MOVE APP-EMP-MASTER-SUPV-PATH-NAME TO WS-LOAD-NAME.
           PERFORM 1220-ADD-PATH.
           MOVE APP-EMP-ID-CTL-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-EMP-CNT-CTL-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-DEPT-CNT-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-DEPT-MASTER-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-SUSPENSE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-BENPLAN-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-BENENROLL-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-DEPENDANT-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-TERMAUTH-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-EXPORT-AUDIT-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-MAINTCTL-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-HOLIDAY-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-WORK-PATTERN-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-USTATS-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-RECENT-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-JOBTITLE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-EMPTYPE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-ABSTYPE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-ENGAGEMENT-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-RTWITEM-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-RTWITEM-MGR-PATH-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-LVTIER-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-RATECODE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-DEPT-TRANSFER-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-EMP-COMP-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-COMP-PENDING-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-BANK-PENDING-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-ACCREC-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-EARNINGS-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-PAYGRADE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-EMP-CONTACT-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-PAYMENT-DETAIL-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-LEAVE-BALANCE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-ABSENCE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-LEAVE-REQUEST-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-OVERTIME-CLAIM-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-TOIL-BALANCE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-PROBATION-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-ONBOARD-TEMPLATE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-ONBOARD-CHECKLIST-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-SECONDARY-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-EQUIPMENT-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-DELEGATION-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-PENDING-CHANGE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-PENDING-TRANSFER-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-COURSE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-CERT-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-EMRCON-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-LOCATION-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-ENTITY-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-REQUISITION-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-APPLICANT-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-SUCCESSION-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-SKILL-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-EMPSKILL-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-EMPSKILL-CODE-PATH-NAME TO WS-LOAD-NAME.
           PERFORM 1220-ADD-PATH.
           MOVE APP-SESSION-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-ENROLL-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-CASE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-INCIDENT-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-RTWDOC-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-EXITRSN-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-EXITREC-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-APPR-HISTORY-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-APPRCYCLE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-OBJECTIVE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-REMIND-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-NAME-HISTORY-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-NAME-HISTORY-PATH-NAME TO WS-LOAD-NAME.
           PERFORM 1220-ADD-PATH.
           MOVE APP-NAME-HISTORY-PHON-PATH-NAME TO WS-LOAD-NAME.
           PERFORM 1220-ADD-PATH.
           MOVE APP-FIELD-KEY-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-AUDIT-DETAIL-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-EMP-ARCHIVE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-AUDIT-ARCHIVE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-TRANSFER-ARCHIVE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-DETAIL-ARCHIVE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-NOTES-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-AUDIT-LOG-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-AUDIT-USER-PATH-NAME TO WS-LOAD-NAME.
           PERFORM 1220-ADD-PATH.
           MOVE APP-AUDCHN-ANCHOR-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-MASSCKPT-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-SWEEP-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-EXPLAYOUT-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-HEADCOUNT-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-PERM-MATRIX-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-LETTER-TEMPLATE-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-NOTIFY-OUTBOX-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-PRINT-CKPT-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-RUNCTL-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-RUNHIST-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE APP-BATCH-SCHED-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE AC-REG-USER-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE AC-SIGNON-RULES-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE AC-SIGNON-AUDIT-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE AC-BROADCAST-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.
           MOVE AC-SIGNON-WINDOW-FILE-NAME TO WS-LOAD-NAME.
           PERFORM 1210-ADD-FILE.

       1210-ADD-FILE.
           ADD 1 TO WS-FILE-COUNT.
           MOVE WS-LOAD-NAME TO WS-FT-NAME(WS-FILE-COUNT).
           MOVE 'FILE' TO WS-FT-KIND(WS-FILE-COUNT).

       1220-ADD-PATH.
      *    AN ALTERNATE-INDEX PATH IS ITS OWN FILE DEFINITION TO CICS
      *    AND CAN BE CLOSED OR DISABLED ON ITS OWN.
           ADD 1 TO WS-FILE-COUNT.
           MOVE WS-LOAD-NAME TO WS-FT-NAME(WS-FILE-COUNT).
           MOVE 'PATH' TO WS-FT-KIND(WS-FILE-COUNT).

       1300-LOAD-QUEUE-TABLE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1300-LOAD-QUEUE-TABLE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SIGN-ON RULES CACHE QUEUE IS NOT A REPORT OR FEED AND
      *    IS LEFT OFF; THE DEBUG TRACE QUEUE LIKEWISE.
           MOVE ZERO TO WS-QUEUE-COUNT.

           MOVE APP-LIST-EXPORT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-DEPTSYNC-FEED-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-DEPTSYNC-RPT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-ABSFEED-FEED-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-ABSFEED-RPT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-PAYHFEED-FEED-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-PAYHFEED-RPT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-USGRPT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-USAGERPT TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-SECEXP-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-RATEDIST-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-SALDIST-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-SALDIST TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-ABSSUMM-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-SICKPAT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-SICKPAT TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-LVRECON-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-LVRECON TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-LVROLL-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-LVROLL TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-PROBDUE-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-PROBDUE TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-ONBRPT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-ONBRPT TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-EQPRPT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-EQPRPT TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-TRNAPPLY-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-USRDEACT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-DORMANT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-ACCRCMP-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-ACCRESC-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-TSTREF-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-TSTREF-EMPMAST-QUEUE TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-TSTREF-EMPCONT-QUEUE TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-TSTREF-PAYDTL-QUEUE TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-TSTREF-EMPCOMP-QUEUE TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-TSTREF-REGUSR-QUEUE TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-TSTREF-NAMHST-QUEUE TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-TSTREF-EMRCON-QUEUE TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-TSTREF-DEPNDT-QUEUE TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-TSTREF-BNKPND-QUEUE TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-TSTREF-CMPPND-QUEUE TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-BULKHIRE-LOAD-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-BULKHIRE-RPT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-BULKFIX-LOAD-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-BULKFIX-RPT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-CERTEXP-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-CERTEXP TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-EMRCONX-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-EMRCONX TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-ROLLCALL-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-ROLLCALL TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-TIMEFILL-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-TIMEFILL TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-MGRPACK-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-MGRPACK TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-TURNOVER-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-TURNOVER TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-ORGHLTH-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-ORGHLTH TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-SPANCTL-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-SPANCTL TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-SUCCRPT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-SUCCRPT TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-CASEDUE-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-CASEDUE TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-INCRPT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-INCIDRPT TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-RTWEXP-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-RTWEXP TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-EXITRPT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-EXITRPT TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-APRCRPT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-APCYCRPT TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-ASOF-REQ-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-ASOF-RPT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-ARCHIVE-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-RETENTION-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-EVENT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-AUDCHK-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-AUDCHK TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-NEWHIRE-RPT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-NEWHIRE TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-TOTRWD-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-TOTRWD TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-POSPEND-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-POSPEND TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-RTWOVD-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-RTWOVD TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-RUNREV-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-ROSTER-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-ROSTER TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-APPRDUE-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-APPRDUE TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-PAYEXT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-PAYEXT TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-PAYACK-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-PAYACK-EXCP-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-GLALLOC-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-GLALLOC TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-LEAVER-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-DCNTVAL-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-DCNTVAL TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-AIXCHK-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-AIXCHK TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-PAYFCST-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-PAYFCST TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-PAYFCST-FEED-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-PAYFCST TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-NOTIFY-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-NOTIFY TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-MAIL-GATEWAY-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-HDTREND-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-LETTER-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-DOSSIER-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-BWMON-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-DATAQUAL-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-RETFCST-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-RETFCST TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE APP-ANNIV-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE APP-RUNCTL-RRN-ANNIV TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE AC-SONVIOL-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE AC-OPS-ALERT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.
           MOVE AC-BRKRPT-QUEUE-NAME TO WS-LOAD-NAME.
           MOVE ZERO TO WS-LOAD-RRN.
           PERFORM 1310-ADD-QUEUE.

       1310-ADD-QUEUE.
           ADD 1 TO WS-QUEUE-COUNT.
           MOVE WS-LOAD-NAME TO WS-QT-NAME(WS-QUEUE-COUNT).
           MOVE WS-LOAD-RRN TO WS-QT-RRN(WS-QUEUE-COUNT).

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
                MAP(APP-OPSDASH-MAP-NAME)
                MAPSET(APP-OPSDASH-MAPSET-NAME)
                INTO (EOPSMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(MAPFAIL)
      *         NOTHING TYPED - A PLAIN REFRESH, NO SELECTIONS.
                MOVE SPACES TO EOPSMI
           WHEN OTHER
                MOVE SPACES TO EOPSMI
                MOVE 'Error Receiving Dashboard Selections!'
                   TO WS-MESSAGE
           END-EVALUATE.

           EVALUATE EIBAID
           WHEN DFHENTER
      *         SELECTIONS ONLY MEAN SOMETHING AGAINST FILES - ON THE
      *         QUEUES VIEW ENTER IS A PLAIN REFRESH.
                IF OPD-VIEWING-FILES
                   PERFORM 2100-PROCESS-FILE-ACTIONS
                END-IF
           WHEN DFHPF3
                PERFORM 2900-DELETE-DASHBOARD-CONTAINER
                PERFORM 9200-RETURN-TO-CICS
           WHEN DFHPF5
                PERFORM 2300-SWITCH-VIEW
           WHEN DFHPF7
                PERFORM 2400-PAGE-BACKWARD
           WHEN DFHPF8
                PERFORM 2500-PAGE-FORWARD
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

       2100-PROCESS-FILE-ACTIONS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-PROCESS-FILE-ACTIONS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZERO TO WS-ACTIONS-TAKEN.
           SET WS-AUTH-NOT-CHECKED TO TRUE.

           IF RSNI IS EQUAL TO LOW-VALUES OR RSNI IS EQUAL TO SPACES
              MOVE '(NO REASON GIVEN)' TO WS-ACTION-REASON
           ELSE
              MOVE RSNI TO WS-ACTION-REASON
           END-IF.

           PERFORM 2110-CHECK-ONE-SELECTION
              VARYING WS-LINE-SUB FROM 1 BY 1
              UNTIL WS-LINE-SUB IS GREATER THAN 12.

      *    AN ACTION TAKEN THIS PASS OUTRANKS THE STOCK PROMPT - THE
      *    OPERATOR SHOULD SEE IT CONFIRMED - BUT NOT AN ERROR.
           IF WS-ACTIONS-TAKEN IS GREATER THAN ZERO AND
              WS-MESSAGE IS EQUAL TO SPACES
              MOVE WS-ACTIONS-TAKEN TO WS-ACTIONS-DISPLAY
              STRING FUNCTION TRIM(WS-ACTIONS-DISPLAY)
                     ' File Action(s) Taken - Recorded On The Sign-On '
                     'Audit File.'
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
           END-IF.

       2110-CHECK-ONE-SELECTION.
           MOVE FUNCTION UPPER-CASE(SEL01I(WS-LINE-SUB))
              TO WS-SELECTION.

           EVALUATE TRUE
           WHEN WS-SEL-NONE
                CONTINUE
           WHEN OPD-DISPLAYED-NAME(WS-LINE-SUB) IS EQUAL TO SPACES
                CONTINUE
           WHEN WS-SEL-OPEN OR WS-SEL-CLOSE OR WS-SEL-ENABLE
                OR WS-SEL-DISABLE
                PERFORM 2120-APPLY-FILE-ACTION
           WHEN OTHER
                MOVE 'Validation Error: Selection must be O, C, E or D!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2120-APPLY-FILE-ACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-APPLY-FILE-ACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF WS-AUTH-NOT-CHECKED
              PERFORM 2200-CHECK-ACTION-AUTHORITY
           END-IF.

           IF WS-AUTH-REFUSED
              EXIT PARAGRAPH
           END-IF.

           MOVE OPD-DISPLAYED-NAME(WS-LINE-SUB) TO WS-ACTION-FILE-NAME.

      *    A CLOSE DOES NOT WAIT FOR TASKS STILL USING THE FILE - THE
      *    CLOSE IS SCHEDULED AND THE LINE SHOWS 'CLOSING' UNTIL THEY
      *    FINISH, SO THE OPERATOR'S TERMINAL IS NEVER HELD. A
      *    DISABLE LIKEWISE LETS CURRENT USERS FINISH.
           EVALUATE TRUE
           WHEN WS-SEL-OPEN
                MOVE 'OPEN' TO WS-ACTION-VERB
                EXEC CICS SET
                     FILE(WS-ACTION-FILE-NAME)
                     OPEN
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN WS-SEL-CLOSE
                MOVE 'CLOSE' TO WS-ACTION-VERB
                EXEC CICS SET
                     FILE(WS-ACTION-FILE-NAME)
                     CLOSED
                     NOWAIT
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN WS-SEL-ENABLE
                MOVE 'ENABLE' TO WS-ACTION-VERB
                EXEC CICS SET
                     FILE(WS-ACTION-FILE-NAME)
                     ENABLED
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN WS-SEL-DISABLE
                MOVE 'DISABLE' TO WS-ACTION-VERB
                EXEC CICS SET
                     FILE(WS-ACTION-FILE-NAME)
                     DISABLED
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           END-EVALUATE.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              ADD 1 TO WS-ACTIONS-TAKEN
              PERFORM 2130-WRITE-FILE-ACTION-AUDIT
              PERFORM 2140-RAISE-FILE-ACTION-ALERT
           ELSE
              MOVE SPACES TO WS-MESSAGE
              STRING 'Error: Could Not '
                     FUNCTION TRIM(WS-ACTION-VERB)
                     ' File '
                     FUNCTION TRIM(WS-ACTION-FILE-NAME)
                     ' - Check Its CICS Definition!'
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
           END-IF.

       2130-WRITE-FILE-ACTION-AUDIT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2130-WRITE-FILE-ACTION-AUDIT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A DIRECT-ENTRY UTILITY CARRIES NO SIGNED-ON USER, SO THE
      *    ROW IS KEYED ON THE FILE ACTED ON - SEVERAL FILES CAN BE
      *    ACTED ON IN THE SAME SECOND, BUT EACH FILE ONLY ONCE. THE
      *    OPERATOR'S TERMINAL AND REASON GO IN THE SAME FIELDS
      *    EWHOP'S FORCED SIGN-OFFS USE. THE RESPONSE IS IGNORED THE
      *    SAME WAY EWHOP IGNORES IT - THE ACTION HAS ALREADY BEEN
      *    TAKEN AND THE ALERT STILL GOES OUT.
           INITIALIZE SIGNON-AUDIT-RECORD.
           MOVE WS-ACTION-FILE-NAME TO SNA-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SNA-TIMESTAMP.
           MOVE EIBTRMID TO SNA-TERMINAL-ID.
           SET SNA-FILE-ACTION TO TRUE.
           MOVE 1 TO SNA-ATTEMPT-COUNT.
           MOVE EIBTRMID TO SNA-FORCED-BY-TERMINAL.
           MOVE WS-ACTION-REASON TO SNA-FORCED-REASON.
           MOVE WS-ACTION-FILE-NAME TO SNA-OPS-FILE-NAME.
           MOVE WS-ACTION-VERB TO SNA-OPS-FILE-ACTION.

           EXEC CICS WRITE
                FILE(AC-SIGNON-AUDIT-FILE-NAME)
                FROM (SIGNON-AUDIT-RECORD)
                RIDFLD(SNA-AUDIT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2140-RAISE-FILE-ACTION-ALERT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2140-RAISE-FILE-ACTION-ALERT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    SAME QUEUE AS THE LOCKOUT AND BATCH-WINDOW ALERTS - A FILE
      *    TAKEN DOWN FROM THE DASHBOARD IS SEEN AS IT HAPPENS.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING 'FILE ACTION: '
                  FUNCTION TRIM(WS-ACTION-VERB)
                  ' '
                  WS-ACTION-FILE-NAME
                  ' FROM TERMINAL '
                  EIBTRMID
                  ' - '
                  WS-ACTION-REASON
              DELIMITED BY SIZE
              INTO WS-ALERT-TEXT
           END-STRING.

           EXEC CICS WRITEQ TS
                QNAME(AC-OPS-ALERT-QUEUE-NAME)
                FROM (WS-ALERT-TEXT)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2200-CHECK-ACTION-AUTHORITY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-CHECK-ACTION-AUTHORITY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    UNLIKE THE ENTRY GATE ON THE OTHER DIRECT-ENTRY UTILITIES
      *    THERE IS NO ROLL-OUT ALLOWANCE HERE: A FILE ACTION NEEDS AN
      *    ACTIVE ROW FOR THIS TRANSACTION AND TERMINAL, FULL STOP.
           MOVE EIBTRNID TO TRM-TRANSACTION-ID.
           MOVE EIBTRMID TO TRM-TERMINAL-ID.

           EXEC CICS READ
                FILE(APP-TERMAUTH-FILE-NAME)
                INTO (TERMINAL-AUTH-RECORD)
                RIDFLD(TRM-AUTH-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              TRM-ACTIVE
              SET WS-AUTH-ALLOWED TO TRUE
              EXIT PARAGRAPH
           END-IF.

           SET WS-AUTH-REFUSED TO TRUE.

      *    LOGGED THE SAME WAY THE ENTRY GATES LOG A REFUSAL.
           INITIALIZE SIGNON-AUDIT-RECORD.
           MOVE SPACES TO WS-TGT-AUDIT-USER.
           STRING 'T-' EIBTRMID
              DELIMITED BY SIZE
              INTO WS-TGT-AUDIT-USER
           END-STRING.
           MOVE WS-TGT-AUDIT-USER TO SNA-USER-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SNA-TIMESTAMP.
           MOVE EIBTRMID TO SNA-TERMINAL-ID.
           SET SNA-TERMINAL-REFUSED TO TRUE.
           MOVE 1 TO SNA-ATTEMPT-COUNT.

           EXEC CICS WRITE
                FILE(AC-SIGNON-AUDIT-FILE-NAME)
                FROM (SIGNON-AUDIT-RECORD)
                RIDFLD(SNA-AUDIT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE SPACES TO WS-MESSAGE.
           STRING 'Error: Terminal '
                  EIBTRMID
                  ' Is Not Authorized For File Actions - '
                  'See Operations!'
              DELIMITED BY SIZE
              INTO WS-MESSAGE
           END-STRING.

       2300-SWITCH-VIEW.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-SWITCH-VIEW' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF OPD-VIEWING-FILES
              SET OPD-VIEWING-QUEUES TO TRUE
           ELSE
              SET OPD-VIEWING-FILES TO TRUE
           END-IF.

           MOVE 1 TO OPD-PAGE-NUMBER.

       2400-PAGE-BACKWARD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-PAGE-BACKWARD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF OPD-PAGE-NUMBER IS GREATER THAN 1
              SUBTRACT 1 FROM OPD-PAGE-NUMBER
           ELSE
              MOVE 'No Previous Page!' TO WS-MESSAGE
           END-IF.

       2500-PAGE-FORWARD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-PAGE-FORWARD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 3900-COMPUTE-LAST-PAGE.

           IF OPD-PAGE-NUMBER IS LESS THAN WS-LAST-PAGE
              ADD 1 TO OPD-PAGE-NUMBER
           ELSE
              MOVE 'No Next Page!' TO WS-MESSAGE
           END-IF.

       2900-DELETE-DASHBOARD-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2900-DELETE-DASHBOARD-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-OPSDASH-CONTAINER-NAME)
                CHANNEL(APP-OPSDASH-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *-----------------------------------------------------------------
       DASHBOARD SECTION.
      *-----------------------------------------------------------------

       3000-BUILD-DASHBOARD-PAGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-BUILD-DASHBOARD-PAGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE PAGE IS ALWAYS REBUILT FROM THE LIVE STATE - NOTHING
      *    SHOWN IS OLDER THAN THE LAST KEY PRESS.
           INITIALIZE EOPSMO.
           MOVE SPACES TO OPD-DISPLAYED-NAME(1) OPD-DISPLAYED-NAME(2)
                          OPD-DISPLAYED-NAME(3) OPD-DISPLAYED-NAME(4)
                          OPD-DISPLAYED-NAME(5) OPD-DISPLAYED-NAME(6)
                          OPD-DISPLAYED-NAME(7) OPD-DISPLAYED-NAME(8)
                          OPD-DISPLAYED-NAME(9) OPD-DISPLAYED-NAME(10)
                          OPD-DISPLAYED-NAME(11)
                          OPD-DISPLAYED-NAME(12).

           PERFORM 3900-COMPUTE-LAST-PAGE.
           IF OPD-PAGE-NUMBER IS GREATER THAN WS-LAST-PAGE OR
              OPD-PAGE-NUMBER IS EQUAL TO ZERO
              MOVE 1 TO OPD-PAGE-NUMBER
           END-IF.

           COMPUTE WS-FIRST-ENTRY = ((OPD-PAGE-NUMBER - 1) * 12) + 1.
           SET OPS-LINEO-INDEX TO 1.

           IF OPD-VIEWING-FILES
              MOVE 'FILES' TO VIEWO
              MOVE WS-FILE-HEADING TO HDGO
              PERFORM 3100-BUILD-FILE-LINE
                 VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB IS GREATER THAN 12
                    OR WS-FIRST-ENTRY + WS-LINE-SUB - 1
                       IS GREATER THAN WS-FILE-COUNT
           ELSE
              MOVE 'QUEUES' TO VIEWO
              MOVE WS-QUEUE-HEADING TO HDGO
              PERFORM 3200-BUILD-QUEUE-LINE
                 VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB IS GREATER THAN 12
                    OR WS-FIRST-ENTRY + WS-LINE-SUB - 1
                       IS GREATER THAN WS-QUEUE-COUNT
           END-IF.

           MOVE OPD-PAGE-NUMBER TO WS-PGE-THIS-PAGE.
           MOVE WS-LAST-PAGE TO WS-PGE-LAST-PAGE.
           MOVE WS-PAGE-EDIT TO PAGEO.

           IF WS-MESSAGE IS EQUAL TO SPACES
              IF OPD-VIEWING-FILES
                 MOVE WS-FILES-PROMPT TO WS-MESSAGE
              ELSE
                 MOVE WS-QUEUES-PROMPT TO WS-MESSAGE
              END-IF
           END-IF.

       3100-BUILD-FILE-LINE.
           COMPUTE WS-ENTRY-SUB = WS-FIRST-ENTRY + WS-LINE-SUB - 1.

           INITIALIZE WS-FILE-LINE.
           MOVE WS-FT-NAME(WS-ENTRY-SUB) TO WS-FLN-NAME.
           MOVE WS-FT-KIND(WS-ENTRY-SUB) TO WS-FLN-KIND.
           MOVE WS-FT-NAME(WS-ENTRY-SUB)
              TO OPD-DISPLAYED-NAME(WS-LINE-SUB).

           EXEC CICS INQUIRE
                FILE(WS-FT-NAME(WS-ENTRY-SUB))
                OPENSTATUS(WS-OPEN-CVDA)
                ENABLESTATUS(WS-ENABLE-CVDA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 3110-DESCRIBE-FILE-STATE
           WHEN DFHRESP(FILENOTFOUND)
      *         NAMED IN ECONST BUT NOT DEFINED TO THIS REGION.
                MOVE 'NOT DEFINED' TO WS-FLN-OPEN-STATE
                MOVE DFHRED TO HLTH01C(OPS-LINEO-INDEX)
           WHEN OTHER
                MOVE 'INQ ERROR' TO WS-FLN-OPEN-STATE
                MOVE DFHRED TO HLTH01C(OPS-LINEO-INDEX)
           END-EVALUATE.

      *    THE ONLY RECORD COUNT KEPT ON FILE IS EMPMAST'S, ON ITS
      *    EMPCNTL CONTROL RECORD - EVERY OTHER FILE WOULD NEED A
      *    FULL BROWSE, WHICH A REFRESH KEY HAS NO BUSINESS DOING.
           IF WS-FT-NAME(WS-ENTRY-SUB) IS EQUAL TO
              APP-EMP-MASTER-FILE-NAME
              PERFORM 3120-GET-EMPMAST-COUNT
           END-IF.

           MOVE WS-FILE-LINE TO HLTH01O(OPS-LINEO-INDEX).
           SET OPS-LINEO-INDEX UP BY 1.

       3110-DESCRIBE-FILE-STATE.
      *    A FILE THAT IS CLOSED BUT ENABLED IS HEALTHY - CICS OPENS
      *    IT ON FIRST USE. ONLY A FILE THAT CANNOT BE USED AT ALL
      *    (DISABLED OR UNENABLED) IS SHOWN IN RED; ONE CHANGING STATE
      *    IS SHOWN IN YELLOW.
           EVALUATE WS-OPEN-CVDA
           WHEN DFHVALUE(OPEN)
                MOVE 'OPEN' TO WS-FLN-OPEN-STATE
           WHEN DFHVALUE(CLOSED)
                MOVE 'CLOSED' TO WS-FLN-OPEN-STATE
           WHEN DFHVALUE(OPENING)
                MOVE 'OPENING' TO WS-FLN-OPEN-STATE
                MOVE DFHYELLO TO HLTH01C(OPS-LINEO-INDEX)
           WHEN DFHVALUE(CLOSING)
                MOVE 'CLOSING' TO WS-FLN-OPEN-STATE
                MOVE DFHYELLO TO HLTH01C(OPS-LINEO-INDEX)
           WHEN OTHER
                MOVE 'UNKNOWN' TO WS-FLN-OPEN-STATE
           END-EVALUATE.

           EVALUATE WS-ENABLE-CVDA
           WHEN DFHVALUE(ENABLED)
                MOVE 'ENABLED' TO WS-FLN-ENABLE-STATE
           WHEN DFHVALUE(DISABLED)
                MOVE 'DISABLED' TO WS-FLN-ENABLE-STATE
                MOVE DFHRED TO HLTH01C(OPS-LINEO-INDEX)
           WHEN DFHVALUE(UNENABLED)
                MOVE 'UNENABLED' TO WS-FLN-ENABLE-STATE
                MOVE DFHRED TO HLTH01C(OPS-LINEO-INDEX)
           WHEN DFHVALUE(DISABLING)
                MOVE 'DISABLING' TO WS-FLN-ENABLE-STATE
                MOVE DFHYELLO TO HLTH01C(OPS-LINEO-INDEX)
           WHEN DFHVALUE(UNENABLING)
                MOVE 'UNENABLING' TO WS-FLN-ENABLE-STATE
                MOVE DFHYELLO TO HLTH01C(OPS-LINEO-INDEX)
           WHEN OTHER
                MOVE 'UNKNOWN' TO WS-FLN-ENABLE-STATE
           END-EVALUATE.

       3120-GET-EMPMAST-COUNT.
           EXEC CICS READ
                FILE(APP-EMP-CNT-CTL-FILE-NAME)
                INTO (EMP-MASTER-CONTROL-RECORD)
                RIDFLD(APP-EMP-CNT-CTL-RRN)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE EMC-TOTAL-RECORD-COUNT TO WS-RECORDS-EDIT
              MOVE WS-RECORDS-EDIT TO WS-FLN-RECORDS
           END-IF.

       3200-BUILD-QUEUE-LINE.
           COMPUTE WS-ENTRY-SUB = WS-FIRST-ENTRY + WS-LINE-SUB - 1.

           INITIALIZE WS-QUEUE-LINE.
           MOVE WS-QT-NAME(WS-ENTRY-SUB) TO WS-QLN-NAME.
           MOVE WS-QT-NAME(WS-ENTRY-SUB)
              TO OPD-DISPLAYED-NAME(WS-LINE-SUB).

           EXEC CICS INQUIRE
                TSQUEUE(WS-QT-NAME(WS-ENTRY-SUB))
                NUMITEMS(WS-QUEUE-DEPTH)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                MOVE WS-QUEUE-DEPTH TO WS-DEPTH-EDIT
                MOVE WS-DEPTH-EDIT TO WS-QLN-DEPTH
           WHEN DFHRESP(QIDERR)
      *         NOT WRITTEN SINCE THE LAST PICK-UP OR RECYCLE.
                MOVE '   NONE' TO WS-QLN-DEPTH
           WHEN OTHER
                MOVE 'INQ ERR' TO WS-QLN-DEPTH
                MOVE DFHRED TO HLTH01C(OPS-LINEO-INDEX)
           END-EVALUATE.

           MOVE WS-QT-RRN(WS-ENTRY-SUB) TO WS-CHECK-RRN.
           IF WS-CHECK-RRN IS GREATER THAN ZERO
              PERFORM 3210-GET-JOB-RUN-STATUS
           END-IF.

           MOVE WS-QUEUE-LINE TO HLTH01O(OPS-LINEO-INDEX).
           SET OPS-LINEO-INDEX UP BY 1.

       3210-GET-JOB-RUN-STATUS.
      *    THE SAME RUN-CONTROL RECORD ERPTVP'S PICK LIST READS ITS
      *    LAST RUN DATE FROM - A FAILED LAST RUN SHOWS IN RED.
           EXEC CICS READ
                FILE(APP-RUNCTL-FILE-NAME)
                INTO (RUN-CONTROL-RECORD)
                RIDFLD(WS-CHECK-RRN)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'NO RUNCTL' TO WS-QLN-RUN-STATUS
              EXIT PARAGRAPH
           END-IF.

           MOVE RNC-JOB-NAME TO WS-QLN-JOB-NAME.
           MOVE RNC-LAST-RUN-DATE TO WS-QLN-LAST-RUN.

           EVALUATE TRUE
           WHEN RNC-ST-COMPLETE
                MOVE 'COMPLETE' TO WS-QLN-RUN-STATUS
           WHEN RNC-ST-FAILED
                MOVE 'FAILED' TO WS-QLN-RUN-STATUS
                MOVE DFHRED TO HLTH01C(OPS-LINEO-INDEX)
           WHEN RNC-NEVER-RAN
                MOVE 'NEVER RAN' TO WS-QLN-RUN-STATUS
           WHEN OTHER
                MOVE RNC-LAST-RUN-STATUS TO WS-QLN-RUN-STATUS
           END-EVALUATE.

       3900-COMPUTE-LAST-PAGE.
           IF OPD-VIEWING-FILES
              COMPUTE WS-LAST-PAGE = (WS-FILE-COUNT + 11) / 12
           ELSE
              COMPUTE WS-LAST-PAGE = (WS-QUEUE-COUNT + 11) / 12
           END-IF.

           IF WS-LAST-PAGE IS EQUAL TO ZERO
              MOVE 1 TO WS-LAST-PAGE
           END-IF.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-SEND-MAP-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9000-SEND-MAP-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 3000-BUILD-DASHBOARD-PAGE.
           PERFORM 9100-POPULATE-MAP.
           PERFORM 9150-PUT-DASHBOARD-CONTAINER.

           EXEC CICS SEND
                MAP(APP-OPSDASH-MAP-NAME)
                MAPSET(APP-OPSDASH-MAPSET-NAME)
                FROM (EOPSMO)
                ERASE
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-OPSDASH-CHANNEL-NAME)
                TRANSID(APP-OPSDASH-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.
           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:1) IS NUMERIC
                MOVE DFHYELLO TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-DASHBOARD-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-DASHBOARD-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-OPSDASH-CONTAINER-NAME)
                CHANNEL(APP-OPSDASH-CHANNEL-NAME)
                FROM (OPS-DASHBOARD-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Health Dashboard Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

       9200-RETURN-TO-CICS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9200-RETURN-TO-CICS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    PF3 - CLEAR THE SCREEN AND END THE CONVERSATION, THE SAME
      *    WAY EWHOP'S PF3 DOES.
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

              INITIALIZE EIBRESP EIBRESP2
           END-IF.
      *    >>> -------------- <<<
