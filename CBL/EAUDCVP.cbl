       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAUDCVP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'AUDIT-TRAIL CHAIN VERIFICATION' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID (OR SCHEDULED VIA
      *        CICS INTERVAL CONTROL) - SAME STYLE AS ECNTVP.
      *      - WALKS EVERY EMPLOYEE'S EAUDIT CHAIN, THEN EVERY
      *        EMPLOYEE'S EAUDDTL CHAIN, IN KEY ORDER, CHECKING EACH
      *        SEALED RECORD'S SEAL THROUGH EAUDHP (UNDER THE SAME ICSF
      *        KEY THAT SEALED IT) AND THAT IT LINKS ONTO THE ONE
      *        BEFORE IT. EVERY BREAK IS LISTED TO THE CHAIN
      *        QUEUE WITH THE EMPLOYEE, TRAIL AND KEY WHERE IT OCCURS:
      *          - RECORD ALTERED: ITS CONTENT NO LONGER MATCHES THE
      *            CHAIN HASH IT WAS SEALED WITH.
      *          - ENTRY MISSING: ITS PREVIOUS HASH IS NOT THE HASH OF
      *            THE RECORD BEFORE IT, SO SOMETHING IN BETWEEN WAS
      *            DELETED (OR THE RECORD BEFORE IT WAS ALTERED).
      *          - UNSEALED: A RECORD WITH NO HASH THAT IS DATED
      *            AFTER SEALING WENT LIVE (A FAILED SEAL, OR A RECORD
      *            WRITTEN OR BLANKED AROUND THE APPLICATION).
      *      - ONLY RECORDS DATED BEFORE SEALING WENT LIVE
      *        (APP-AUDCHN-GO-LIVE-TS) MAY CARRY NO HASH, AND ONLY
      *        AHEAD OF AN EMPLOYEE'S FIRST SEALED RECORD. WHERE THE
      *        RETENTION PURGE (ERETNP) HAS REMOVED THE OLDEST
      *        ENTRIES, THE FIRST SURVIVING ENTRY IS ACCEPTED IF ITS
      *        PREVIOUS HASH MATCHES THE BOUNDARY ERETNP RECORDED ON
      *        THE ANCHOR FILE (EAUDANC).
      *      - EVERY RESEAL EAUDHP HAS LOGGED (EAUDIT ACTION 'C' OR
      *        'T', ONLY EVER FROM A MERGE) IS LISTED TO THE QUEUE AS A
      *        NOTE, NOT A BREAK - THE SEALS BEFORE IT WERE LEGITIMATELY
      *        REMADE THERE - AND COUNTED IN THE REPLY.
      *      - ANY BREAK MARKS THE RUN FAILED ON THE RUN-CONTROL AND
      *        RUN-HISTORY RECORDS, AS A MISMATCH DOES IN ECNTVP.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - AUDIT LOG RECORD.
      *      - AUDIT DETAIL (BEFORE/AFTER IMAGE) RECORD.
      *      - AUDIT-TRAIL CHAINING COMM-AREA.
      *      - AUDIT-TRAIL CHAIN ANCHOR RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EAUDIT.
       COPY EAUDDTL.
       COPY EAUDCCA.
       COPY EAUDANC.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-RECORDS-CHECKED         PIC 9(8)  VALUE ZEROES.
          05 WS-CHAIN-BREAKS            PIC 9(8)  VALUE ZEROES.
          05 WS-PURGE-BOUNDARIES        PIC 9(8)  VALUE ZEROES.
          05 WS-RESEAL-BOUNDARIES       PIC 9(8)  VALUE ZEROES.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-CHECKED-COUNT     PIC ZZZZZZZ9.
          05 WS-REPLY-BREAK-COUNT       PIC ZZZZZZZ9.
          05 WS-REPLY-BOUNDARY-COUNT    PIC ZZZZZZZ9.
          05 WS-REPLY-RESEAL-COUNT      PIC ZZZZZZZ9.
      *
      *    THE CHAIN BEING FOLLOWED - WHOSE IT IS, THE HASH OF ITS
      *    LAST SEALED RECORD, AND WHETHER A SEALED RECORD HAS BEEN
      *    SEEN ON IT YET.
       01 WS-CHAIN-VARS.
          05 WS-CHAIN-EMPLOYEE-ID       PIC 9(8)  VALUE ZEROES.
          05 WS-RUNNING-HASH            PIC X(16) VALUE SPACES.
          05 WS-CHAIN-SEALED-SWITCH     PIC X(1)  VALUE SPACES.
             88 WS-CHAIN-SEALED-SEEN              VALUE 'Y'.
      *
      *    THE RECORD BEING CHECKED, IN TRAIL-NEUTRAL FORM.
       01 WS-CHECK-VARS.
          05 WS-CHK-EMPLOYEE-ID         PIC 9(8)  VALUE ZEROES.
          05 WS-CHK-TIMESTAMP           PIC X(14) VALUE SPACES.
          05 WS-CHK-FIELD-SEQ           PIC X(2)  VALUE SPACES.
          05 WS-CHK-PREV-HASH           PIC X(16) VALUE SPACES.
          05 WS-CHK-CHAIN-HASH          PIC X(16) VALUE SPACES.
      *
       01 WS-BROWSE-SWITCH               PIC X(1)  VALUE SPACES.
          88 WS-END-OF-FILE                        VALUE 'Y'.
          88 WS-NOT-END-OF-FILE                    VALUE 'N'.
      *
      *    A BROKEN CHAIN MARKS THIS RUN FAILED ON THE RUN-CONTROL AND
      *    RUN-HISTORY RECORDS.
       01 WS-RECON-SWITCH                PIC X(1)  VALUE SPACES.
          88 WS-RECON-FAILED                       VALUE 'Y'.
      ******************************************************************
      *   DEFINE MY CHAIN-BREAK QUEUE LINE LAYOUT.
      ******************************************************************
       01 WS-BREAK-LINE.
          05 FILLER                     PIC X(4)  VALUE 'EMP '.
          05 WS-BRK-EMPLOYEE-ID         PIC 9(8).
          05 FILLER                     PIC X(7)  VALUE ' TRAIL '.
          05 WS-BRK-TRAIL-NAME          PIC X(7).
          05 FILLER                     PIC X(4)  VALUE ' AT '.
          05 WS-BRK-TIMESTAMP           PIC X(14).
          05 FILLER                     PIC X(1)  VALUE SPACE.
          05 WS-BRK-FIELD-SEQ           PIC X(2).
          05 FILLER                     PIC X(3)  VALUE ' - '.
          05 WS-BRK-REASON              PIC X(29).

      ******************************************************************
      *   RUN-CONTROL / RUN-HISTORY ADMINISTRATION (SHARED SHAPE
      *   ACROSS ALL BATCH JOBS - SEE ERUNCTL.CPY / ERUNHST.CPY).
      ******************************************************************
       01 WS-RUN-ADMIN-VARS.
          05 WS-TERMINAL-INPUT       PIC X(20).
          05 WS-TERMINAL-INPUT-LEN   PIC S9(4) USAGE IS BINARY.
          05 WS-FORCE-COUNT          PIC S9(4) USAGE IS BINARY.
          05 WS-RUN-START-TS         PIC X(14).
          05 WS-RUN-TODAY            PIC X(8).
          05 WS-GAP-SAVE-TEXT        PIC X(79).
          05 WS-RUNGAP-NUM-DATE      PIC 9(8).
          05 WS-RUNGAP-LAST-DAYS     PIC S9(8) USAGE IS BINARY.
          05 WS-RUNGAP-TODAY-DAYS    PIC S9(8) USAGE IS BINARY.
      *
       01 WS-RUNCTL-FOUND-FLAG       PIC X(1)  VALUE SPACES.
          88 WS-RUNCTL-RECORD-FOUND           VALUE 'Y'.
      *
       01 WS-FORCE-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-FORCED-RUN                    VALUE 'Y'.
      *
       01 WS-RUNGAP-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-RUN-GAP-SEEN                  VALUE 'Y'.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-CHECK-AUDIT-CHAINS.
           PERFORM 3000-CHECK-DETAIL-CHAINS.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 8000-FINISH-RUN-ADMIN.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.

      *    RUN-CONTROL GATE FIRST - A REFUSED RERUN MUST NOT TOUCH
      *    ANY OUTPUT QUEUE.
           PERFORM 1500-CHECK-RUN-CONTROL.

      *    START TONIGHT'S BREAK LIST CLEAN - QIDERR JUST MEANS THERE
      *    WAS NOTHING LEFT OVER TO CLEAR.
           EXEC CICS DELETEQ TS
                QNAME(APP-AUDCHK-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2000-CHECK-AUDIT-CHAINS.
           SET WS-NOT-END-OF-FILE TO TRUE.
           INITIALIZE WS-CHAIN-VARS.
           INITIALIZE AUDIT-LOG-RECORD.

           EXEC CICS STARTBR
                FILE(APP-AUDIT-LOG-FILE-NAME)
                RIDFLD(AUD-AUDIT-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2100-READ-NEXT-AUDIT-ENTRY
                   UNTIL WS-END-OF-FILE
                EXEC CICS ENDBR
                     FILE(APP-AUDIT-LOG-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Audit Log!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       2100-READ-NEXT-AUDIT-ENTRY.
           EXEC CICS READNEXT
                FILE(APP-AUDIT-LOG-FILE-NAME)
                RIDFLD(AUD-AUDIT-KEY)
                INTO (AUDIT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(ENDFILE)
                SET WS-END-OF-FILE TO TRUE
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Next Audit Log Entry!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

           INITIALIZE AUDIT-CHAIN-COMMAREA.
           SET ACH-AUDIT-TRAIL TO TRUE.
           MOVE AUDIT-LOG-RECORD TO ACH-RECORD-IMAGE.

           MOVE AUD-EMPLOYEE-ID TO WS-CHK-EMPLOYEE-ID.
           MOVE AUD-AUDIT-TIMESTAMP TO WS-CHK-TIMESTAMP.
           MOVE SPACES TO WS-CHK-FIELD-SEQ.
           MOVE AUD-PREV-CHAIN-HASH TO WS-CHK-PREV-HASH.
           MOVE AUD-CHAIN-HASH TO WS-CHK-CHAIN-HASH.

           PERFORM 2500-CHECK-CHAIN-LINK.

           IF AUD-ACTION-RECHAIN
              PERFORM 2700-REPORT-RESEAL-BOUNDARY
           END-IF.

       2500-CHECK-CHAIN-LINK.
      *    SHARED BY BOTH TRAILS - THE COMM-AREA ALREADY HOLDS THE
      *    RECORD IMAGE AND TRAIL CODE, AND WS-CHECK-VARS ITS KEY AND
      *    HASHES. A NEW EMPLOYEE STARTS A NEW CHAIN.
           ADD 1 TO WS-RECORDS-CHECKED.

           IF WS-CHK-EMPLOYEE-ID IS NOT EQUAL TO WS-CHAIN-EMPLOYEE-ID
              INITIALIZE WS-CHAIN-VARS
              MOVE WS-CHK-EMPLOYEE-ID TO WS-CHAIN-EMPLOYEE-ID
           END-IF.

      *    NO HASH IS ONLY ACCEPTABLE ON A RECORD FROM BEFORE SEALING
      *    WENT LIVE, AHEAD OF THE CHAIN'S START.
           IF WS-CHK-CHAIN-HASH IS EQUAL TO SPACES
              IF WS-CHK-TIMESTAMP IS NOT LESS THAN
                    APP-AUDCHN-GO-LIVE-TS
                 MOVE 'UNSEALED AFTER CHAIN START' TO WS-BRK-REASON
                 PERFORM 2600-REPORT-CHAIN-BREAK
              ELSE
                 IF WS-CHAIN-SEALED-SEEN
                    MOVE 'UNSEALED WITHIN CHAIN' TO WS-BRK-REASON
                    PERFORM 2600-REPORT-CHAIN-BREAK
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF.

           SET ACH-VERIFY TO TRUE.

           EXEC CICS LINK
                PROGRAM(APP-AUDCHN-PROGRAM-NAME)
                COMMAREA(AUDIT-CHAIN-COMMAREA)
                LENGTH(LENGTH OF AUDIT-CHAIN-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              ACH-REQUEST-FAILED
              MOVE 'Error Linking To Audit-Trail Chaining Program!'
                 TO WS-REPLY-TEXT
              PERFORM 9200-SEND-REPLY-AND-RETURN
           END-IF.

           IF ACH-SEAL-MISMATCH
              MOVE 'RECORD ALTERED' TO WS-BRK-REASON
              PERFORM 2600-REPORT-CHAIN-BREAK
           END-IF.

      *    THE LINK BACK TO THE RECORD BEFORE. ON THE FIRST SEALED
      *    RECORD A MISMATCH MAY BE A RETENTION PURGE BOUNDARY.
           IF WS-CHK-PREV-HASH IS NOT EQUAL TO WS-RUNNING-HASH
              IF NOT WS-CHAIN-SEALED-SEEN AND
                 WS-CHK-PREV-HASH IS NOT EQUAL TO SPACES
                 PERFORM 2550-CHECK-PURGE-BOUNDARY
              ELSE
                 MOVE 'ENTRY MISSING BEFORE THIS ONE' TO WS-BRK-REASON
                 PERFORM 2600-REPORT-CHAIN-BREAK
              END-IF
           END-IF.

      *    CARRY ON FROM THIS RECORD'S STORED HASH, SO ONE BREAK IS
      *    REPORTED ONCE RATHER THAN AGAIN ON EVERY LATER LINK.
           MOVE WS-CHK-CHAIN-HASH TO WS-RUNNING-HASH.
           SET WS-CHAIN-SEALED-SEEN TO TRUE.

       2550-CHECK-PURGE-BOUNDARY.
           MOVE WS-CHK-EMPLOYEE-ID TO ANC-EMPLOYEE-ID.
           MOVE ACH-TRAIL-CODE TO ANC-TRAIL-CODE.

           EXEC CICS READ
                FILE(APP-AUDCHN-ANCHOR-FILE-NAME)
                INTO (AUDIT-CHAIN-ANCHOR-RECORD)
                RIDFLD(ANC-ANCHOR-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              ANC-BOUNDARY-HASH IS EQUAL TO WS-CHK-PREV-HASH
              ADD 1 TO WS-PURGE-BOUNDARIES
           ELSE
              MOVE 'ENTRY MISSING BEFORE THIS ONE' TO WS-BRK-REASON
              PERFORM 2600-REPORT-CHAIN-BREAK
           END-IF.

       2600-REPORT-CHAIN-BREAK.
           SET WS-RECON-FAILED TO TRUE.
           ADD 1 TO WS-CHAIN-BREAKS.

           MOVE WS-CHK-EMPLOYEE-ID TO WS-BRK-EMPLOYEE-ID.
           IF ACH-AUDIT-TRAIL
              MOVE 'EAUDIT' TO WS-BRK-TRAIL-NAME
           ELSE
              MOVE 'EAUDDTL' TO WS-BRK-TRAIL-NAME
           END-IF.
           MOVE WS-CHK-TIMESTAMP TO WS-BRK-TIMESTAMP.
           MOVE WS-CHK-FIELD-SEQ TO WS-BRK-FIELD-SEQ.

           EXEC CICS WRITEQ TS
                QNAME(APP-AUDCHK-QUEUE-NAME)
                FROM (WS-BREAK-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2700-REPORT-RESEAL-BOUNDARY.
      *    A NOTE, NOT A BREAK - THE ENTRY'S ACTION NAMES THE TRAIL
      *    THAT WAS RESEALED ('C' EAUDIT, 'T' EAUDDTL), AND THE USER
      *    AND PROGRAM ON IT SAY WHO HAD IT DONE.
           ADD 1 TO WS-RESEAL-BOUNDARIES.

           MOVE WS-CHK-EMPLOYEE-ID TO WS-BRK-EMPLOYEE-ID.
           IF AUD-ACTION-RECHAIN-AUDIT
              MOVE 'EAUDIT' TO WS-BRK-TRAIL-NAME
           ELSE
              MOVE 'EAUDDTL' TO WS-BRK-TRAIL-NAME
           END-IF.
           MOVE WS-CHK-TIMESTAMP TO WS-BRK-TIMESTAMP.
           MOVE SPACES TO WS-BRK-FIELD-SEQ.
           MOVE 'RESEALED AFTER MERGE (NOTED)' TO WS-BRK-REASON.

           EXEC CICS WRITEQ TS
                QNAME(APP-AUDCHK-QUEUE-NAME)
                FROM (WS-BREAK-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3000-CHECK-DETAIL-CHAINS.
           SET WS-NOT-END-OF-FILE TO TRUE.
           INITIALIZE WS-CHAIN-VARS.
           INITIALIZE AUDIT-DETAIL-RECORD.

           EXEC CICS STARTBR
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                RIDFLD(ADT-DETAIL-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 3100-READ-NEXT-DETAIL
                   UNTIL WS-END-OF-FILE
                EXEC CICS ENDBR
                     FILE(APP-AUDIT-DETAIL-FILE-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Audit Detail!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

       3100-READ-NEXT-DETAIL.
           EXEC CICS READNEXT
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                RIDFLD(ADT-DETAIL-KEY)
                INTO (AUDIT-DETAIL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(ENDFILE)
                SET WS-END-OF-FILE TO TRUE
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Reading Next Audit Detail Record!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

           INITIALIZE AUDIT-CHAIN-COMMAREA.
           SET ACH-DETAIL-TRAIL TO TRUE.
           MOVE AUDIT-DETAIL-RECORD TO ACH-RECORD-IMAGE.

           MOVE ADT-EMPLOYEE-ID TO WS-CHK-EMPLOYEE-ID.
           MOVE ADT-AUDIT-TIMESTAMP TO WS-CHK-TIMESTAMP.
           MOVE ADT-FIELD-SEQ TO WS-CHK-FIELD-SEQ.
           MOVE ADT-PREV-CHAIN-HASH TO WS-CHK-PREV-HASH.
           MOVE ADT-CHAIN-HASH TO WS-CHK-CHAIN-HASH.

           PERFORM 2500-CHECK-CHAIN-LINK.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-RECORDS-CHECKED TO WS-REPLY-CHECKED-COUNT.
           MOVE WS-CHAIN-BREAKS TO WS-REPLY-BREAK-COUNT.
           MOVE WS-PURGE-BOUNDARIES TO WS-REPLY-BOUNDARY-COUNT.
           MOVE WS-RESEAL-BOUNDARIES TO WS-REPLY-RESEAL-COUNT.

           IF WS-RECON-FAILED
              STRING 'CHAIN BROKEN! '
                     FUNCTION TRIM(WS-REPLY-BREAK-COUNT)
                     ' Break(s) In '
                     FUNCTION TRIM(WS-REPLY-CHECKED-COUNT)
                     ' Record(s) - See Queue '
                     APP-AUDCHK-QUEUE-NAME
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           ELSE
              STRING 'Audit Chains Verified OK - '
                     FUNCTION TRIM(WS-REPLY-CHECKED-COUNT)
                     ' Record(s), '
                     FUNCTION TRIM(WS-REPLY-BOUNDARY-COUNT)
                     ' Purge/'
                     FUNCTION TRIM(WS-REPLY-RESEAL-COUNT)
                     ' Reseal Boundary(s).'
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           END-IF.


       1500-CHECK-RUN-CONTROL.
      *    A SECOND RUN ON THE SAME DAY WOULD WIPE THE NIGHT'S OUTPUT
      *    MID-PICKUP, SO IT IS REFUSED UNLESS THE OPERATOR TYPED
      *    'FORCE' AFTER THE TRANSACTION ID. THIS RUNS BEFORE ANY
      *    QUEUE IS CLEARED. A MISSED NIGHT SINCE THE LAST RECORDED
      *    RUN IS WARNED ABOUT IN THE REPLY TEXT.
           MOVE LENGTH OF WS-TERMINAL-INPUT
              TO WS-TERMINAL-INPUT-LEN.

           MOVE SPACES TO WS-TERMINAL-INPUT.

      *    A LINKED CALL (COMMAREA PRESENT) HAS NO TERMINAL INPUT TO
      *    READ - THE RECEIVE (AND THE FORCE KEYWORD) APPLY ONLY TO
      *    A DIRECT TERMINAL ENTRY.
           IF EIBCALEN IS EQUAL TO ZERO
              EXEC CICS RECEIVE
                   INTO (WS-TERMINAL-INPUT)
                   LENGTH (WS-TERMINAL-INPUT-LEN)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           MOVE ZERO TO WS-FORCE-COUNT.
           INSPECT WS-TERMINAL-INPUT
              TALLYING WS-FORCE-COUNT FOR ALL 'FORCE'.
           IF WS-FORCE-COUNT IS GREATER THAN ZERO
              SET WS-FORCED-RUN TO TRUE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-TS.
           MOVE WS-RUN-START-TS(1:8) TO WS-RUN-TODAY.

           PERFORM 1510-READ-RUN-CONTROL.

           IF WS-RUNCTL-RECORD-FOUND THEN
              IF RNC-LAST-RUN-DATE IS EQUAL TO WS-RUN-TODAY AND
                 RNC-ST-COMPLETE AND NOT WS-FORCED-RUN THEN
                 MOVE 'Already Ran Today - Re-Enter With FORCE To Re
      -              'run (Output Kept)!'
                    TO WS-REPLY-TEXT
                 PERFORM 9200-SEND-REPLY-AND-RETURN
              END-IF

              IF RNC-LAST-RUN-DATE IS NUMERIC AND
                 RNC-LAST-RUN-DATE IS LESS THAN WS-RUN-TODAY THEN
                 MOVE RNC-LAST-RUN-DATE TO WS-RUNGAP-NUM-DATE
                 COMPUTE WS-RUNGAP-LAST-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUNGAP-NUM-DATE)
                 MOVE WS-RUN-TODAY TO WS-RUNGAP-NUM-DATE
                 COMPUTE WS-RUNGAP-TODAY-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUNGAP-NUM-DATE)
                 IF WS-RUNGAP-TODAY-DAYS - WS-RUNGAP-LAST-DAYS
                    IS GREATER THAN 1 THEN
                    SET WS-RUN-GAP-SEEN TO TRUE
                 END-IF
              END-IF
           END-IF.

           PERFORM 8100-WRITE-OPEN-HISTORY.

       1510-READ-RUN-CONTROL.
           INITIALIZE WS-RUNCTL-FOUND-FLAG.

           EXEC CICS READ
                FILE(APP-RUNCTL-FILE-NAME)
                INTO (RUN-CONTROL-RECORD)
                RIDFLD(APP-RUNCTL-RRN-AUDCHK)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET WS-RUNCTL-RECORD-FOUND TO TRUE
           END-IF.

       8000-FINISH-RUN-ADMIN.
      *    THE RUN MADE IT TO THE END - RECORD THE COMPLETION ON THE
      *    RUN-CONTROL RECORD AND CLOSE OUT THE RUN-HISTORY ENTRY
      *    OPENED AT START-UP, THEN TACK THE MISSED-NIGHT WARNING
      *    (IF ANY) ONTO THE REPLY TEXT.
           PERFORM 8200-UPDATE-RUN-CONTROL.
           PERFORM 8300-CLOSE-RUN-HISTORY.

           IF WS-RUN-GAP-SEEN THEN
              MOVE WS-REPLY-TEXT TO WS-GAP-SAVE-TEXT
              MOVE SPACES TO WS-REPLY-TEXT
              STRING FUNCTION TRIM(WS-GAP-SAVE-TEXT)
                     ' (Warn: Prior Run Missed!)'
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           END-IF.

       8100-WRITE-OPEN-HISTORY.
      *    STATUS 'F' UNTIL THE RUN PROVES OTHERWISE - A RUN THAT
      *    DIES MID-FLIGHT STAYS ON FILE AS A FAILURE.
           INITIALIZE RUN-HISTORY-RECORD.
           MOVE APP-AUDCHK-PROGRAM-NAME TO RNH-JOB-NAME.
           MOVE WS-RUN-START-TS TO RNH-START-TIMESTAMP.
           SET RNH-ST-FAILED TO TRUE.

           EXEC CICS WRITE
                FILE(APP-RUNHIST-FILE-NAME)
                FROM (RUN-HISTORY-RECORD)
                RIDFLD(RNH-HISTORY-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       8200-UPDATE-RUN-CONTROL.
           PERFORM 1510-READ-RUN-CONTROL.

           IF WS-RUNCTL-RECORD-FOUND THEN
              EXEC CICS READ
                   FILE(APP-RUNCTL-FILE-NAME)
                   INTO (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-AUDCHK)
                   RRN
                   UPDATE
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              MOVE APP-AUDCHK-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              IF WS-RECON-FAILED
                 SET RNC-ST-FAILED TO TRUE
              ELSE
                 SET RNC-ST-COMPLETE TO TRUE
              END-IF

              EXEC CICS REWRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              INITIALIZE RUN-CONTROL-RECORD
              MOVE APP-AUDCHK-PROGRAM-NAME TO RNC-JOB-NAME
              MOVE WS-RUN-TODAY TO RNC-LAST-RUN-DATE
              IF WS-RECON-FAILED
                 SET RNC-ST-FAILED TO TRUE
              ELSE
                 SET RNC-ST-COMPLETE TO TRUE
              END-IF

              EXEC CICS WRITE
                   FILE(APP-RUNCTL-FILE-NAME)
                   FROM (RUN-CONTROL-RECORD)
                   RIDFLD(APP-RUNCTL-RRN-AUDCHK)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       8300-CLOSE-RUN-HISTORY.
           MOVE APP-AUDCHK-PROGRAM-NAME TO RNH-JOB-NAME.
           MOVE WS-RUN-START-TS TO RNH-START-TIMESTAMP.

           EXEC CICS READ
                FILE(APP-RUNHIST-FILE-NAME)
                INTO (RUN-HISTORY-RECORD)
                RIDFLD(RNH-HISTORY-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE FUNCTION CURRENT-DATE(1:14) TO RNH-END-TIMESTAMP
              MOVE WS-RECORDS-CHECKED TO RNH-RECORDS-READ
              MOVE WS-CHAIN-BREAKS TO RNH-RECORDS-WRITTEN
              IF WS-RECON-FAILED
                 SET RNH-ST-FAILED TO TRUE
              ELSE
                 SET RNH-ST-COMPLETE TO TRUE
              END-IF

              EXEC CICS REWRITE
                   FILE(APP-RUNHIST-FILE-NAME)
                   FROM (RUN-HISTORY-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       9200-SEND-REPLY-AND-RETURN.
           EXEC CICS SEND TEXT
                FROM (WS-REPLY-TEXT)
                LENGTH (LENGTH OF WS-REPLY-TEXT)
                ERASE
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.
