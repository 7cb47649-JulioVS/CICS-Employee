       IDENTIFICATION DIVISION.
       PROGRAM-ID. EREVRP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'MASS-UPDATE RUN REVERSAL' PROGRAM.
      *      - ENTERED DIRECTLY BY TRANSACTION ID - LIKE EMASSP,
      *        ESALRVP AND ERESTRP (THE RUNS IT TAKES BACK OUT), IT'S
      *        AN ADMIN-SIDE UTILITY AND ISN'T REACHED FROM THE MAIN
      *        MENU; THE SAME TERMINAL AUTHORIZATION GATE APPLIES.
      *      - TAKES THE RUN ID A MASS-UPDATE RUN SHOWED WHEN IT
      *        COMPLETED ('MD'/'RS' DEPARTMENT MOVES, 'SR' PAY
      *        ROUNDS), FINDS EVERY EAUDIT ENTRY CARRYING IT OVER THE
      *        EAUDUSR PATH (THOSE RUNS LOG UNDER THEIR OWN PROGRAM
      *        NAME), AND PREVIEWS EMPLOYEE BY EMPLOYEE WHAT WOULD BE
      *        PUT BACK FROM THE RUN'S EAUDDTL BEFORE-IMAGES.
      *      - ONLY A 'Y' IN CONFIRM AFTER THAT PREVIEW APPLIES IT: A
      *        DEPARTMENT RUN'S EMPLOYEES GO BACK TO THEIR OLD
      *        DEPARTMENT (WITH THE SAME DEPTTRN/EAUDIT/EAUDDTL/EVENT
      *        HISTORY THE MOVE ITSELF WROTE); A PAY ROUND'S EMPCOMP
      *        RECORD IS REMOVED, SO THE SALARY IN EFFECT BEFORE IT
      *        APPLIES AGAIN. EVERY RESTORE IS AUDITED UNDER THIS
      *        PROGRAM'S NAME AND STAMPED WITH ITS OWN 'RV' RUN ID.
      *      - AN EMPLOYEE CHANGED AGAIN SINCE THE RUN - ANY LATER
      *        AUDIT ENTRY FROM ANOTHER RUN OR PROGRAM, OR A CURRENT
      *        VALUE THAT NO LONGER MATCHES WHAT THE RUN WROTE - IS
      *        REFUSED AND LEFT AS IT IS. THE REVERSAL'S OWN AUDIT
      *        ENTRIES MEAN THE SAME RUN CAN'T BE REVERSED TWICE.
      *      - THE PER-EMPLOYEE RESULT OF EACH PREVIEW AND EACH
      *        REVERSAL GOES TO THE EREVLIST TS QUEUE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - TERMINAL AUTHORIZATION AND SIGN-ON AUDIT RECORDS.
      *      - RUN REVERSAL CONTAINER.
      *      - RUN REVERSAL MAPSET.
      *      - EMPLOYEE MASTER RECORD.
      *      - COMPENSATION RECORD.
      *      - DEPARTMENT TRANSFER HISTORY RECORD.
      *      - AUDIT LOG AND AUDIT DETAIL RECORDS.
      *      - AUDIT-TRAIL CHAINING COMM-AREA.
      *      - OUTBOUND EMPLOYEE EVENT RECORD.
      *      - DEPARTMENT HEADCOUNT COUNTER COMM-AREA.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ETRMAUT.
       COPY ESONAUD.
       COPY EREVCTR.
       COPY EREVMAP.
       COPY EMPMAST.
       COPY ECOMP.
       COPY EDEPTTRN.
       COPY EAUDIT.
       COPY EAUDDTL.
       COPY EAUDCCA.
       COPY EEVENT.
       COPY EDCNTCA.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE       PIC S9(8) USAGE IS BINARY.
          05 WS-MESSAGE             PIC X(79) VALUE SPACES.
          05 WS-REPLY-COUNT         PIC ZZZZ9.
          05 WS-REPLY-REFUSED       PIC ZZZZ9.
      *
       01 WS-ENTERED-RUN-ID         PIC X(16) VALUE SPACES.
      *
      *    THE RUN'S AUDIT ENTRIES, COLLECTED FIRST AND ACTED ON ONLY
      *    AFTER THE PATH BROWSE IS CLOSED - SAME TWO-PASS SHAPE AND
      *    SAME 2000-ENTRY CAPACITY AS THE RUNS THEMSELVES.
       01 WS-RUN-ENTRY-TABLE.
          05 WS-RUN-ENTRY OCCURS 2000 TIMES
                INDEXED BY WS-ENTRY-INDEX.
             10 WS-ENT-EMPLOYEE-ID  PIC 9(8).
             10 WS-ENT-TIMESTAMP    PIC X(14).
          05 WS-RUN-ENTRY-COUNT     PIC S9(4) USAGE IS BINARY.
      *
       01 WS-USER-BROWSE-KEY        PIC X(8)  VALUE SPACES.
      *
       01 WS-SCAN-SWITCH            PIC X(1)  VALUE SPACES.
          88 WS-SCAN-DONE                     VALUE 'Y'.
      *
       01 WS-LATER-SCAN-SWITCH      PIC X(1)  VALUE SPACES.
          88 WS-LATER-SCAN-DONE               VALUE 'Y'.
       01 WS-LATER-BROWSE-KEY.
          05 WS-LBK-EMPLOYEE-ID     PIC 9(8)  VALUE ZEROES.
          05 WS-LBK-TIMESTAMP       PIC X(14) VALUE SPACES.
      *
      *    THE VERDICT ON ONE EMPLOYEE OF THE RUN - ONLY 'R' IS EVER
      *    PUT BACK.
       01 WS-ASSESS-FLAG            PIC X(1)  VALUE SPACES.
          88 WS-CAN-RESTORE                   VALUE 'R'.
          88 WS-CHANGED-SINCE                 VALUE 'C'.
          88 WS-NOTHING-TO-RESTORE            VALUE 'N'.
          88 WS-RESTORE-FAILED                VALUE 'E'.
      *
      *    THE RUN'S OWN BEFORE/AFTER IMAGE FOR THE EMPLOYEE (FIELD
      *    SEQUENCE 1), PLUS - FOR A PAY ROUND - THE EFFECTIVE DATE
      *    ITS EMPCOMP RECORD WAS KEYED ON (FIELD SEQUENCE 2).
       01 WS-RUN-IMAGES.
          05 WS-RUN-FIELD-NAME      PIC X(20) VALUE SPACES.
          05 WS-RUN-OLD-VALUE       PIC X(38) VALUE SPACES.
          05 WS-RUN-NEW-VALUE       PIC X(38) VALUE SPACES.
          05 WS-RUN-EFFECTIVE-DATE  PIC X(8)  VALUE SPACES.
      *
       01 WS-CURRENT-VALUE          PIC X(38) VALUE SPACES.
       01 WS-RESTORE-DEPARTMENT-ID  PIC 9(8)  VALUE ZEROES.
       01 WS-SALARY-EDIT            PIC Z(6)9.99.
      *
      *    THE REVERSAL'S OWN RUN ID - SEE APP-RUNID-* IN ECONST.
       01 WS-RUN-ID.
          05 WS-RUN-ID-PREFIX       PIC X(2)  VALUE SPACES.
          05 WS-RUN-ID-TIMESTAMP    PIC X(14) VALUE SPACES.
      *
       01 WS-RESTORED-COUNT         PIC S9(4) USAGE IS BINARY.
       01 WS-REFUSED-COUNT          PIC S9(4) USAGE IS BINARY.
      *
      *    ONE EREVLIST LINE PER EMPLOYEE OF THE RUN.
       01 WS-LIST-LINE.
          05 WS-LST-EMPLOYEE-ID     PIC 9(8)  VALUE ZEROES.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WS-LST-ACTION          PIC X(12) VALUE SPACES.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WS-LST-FIELD-NAME      PIC X(20) VALUE SPACES.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 WS-LST-DETAIL          PIC X(37) VALUE SPACES.
      *
       01 WS-LIST-ITEM-NUMBER       PIC S9(4) USAGE IS BINARY.
      *
      *    TERMINAL AUTHORIZATION GATE (SEE ETRMAUT.CPY) - ONCE ANY
      *    ROW EXISTS FOR THIS TRANSACTION, ONLY TERMINALS WITH AN
      *    ACTIVE ROW MAY ENTER IT; A REFUSED ATTEMPT IS LOGGED TO
      *    ESONAUD AND THE TASK ENDS WITH A ONE-LINE REPLY.
       01 WS-TGT-SCAN-SWITCH        PIC X(1)  VALUE SPACES.
          88 WS-TGT-SCAN-DONE                 VALUE 'Y'.
      *
       01 WS-TGT-RESTRICTED-FLAG    PIC X(1)  VALUE SPACES.
          88 WS-TGT-IS-RESTRICTED             VALUE 'Y'.
      *
       01 WS-TGT-ALLOWED-FLAG       PIC X(1)  VALUE SPACES.
          88 WS-TGT-IS-ALLOWED                VALUE 'Y'.
      *
       01 WS-TGT-AUDIT-USER        PIC X(8)  VALUE SPACES.
       01 WS-TGT-REFUSAL-TEXT      PIC X(79) VALUE SPACES.
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
      *    ITEM FIELD FOR THE OUTBOUND EMPLOYEE-EVENT WRITEQ.
       01 WS-EVENT-ITEM-NUMBER      PIC S9(4) USAGE IS BINARY.


       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

      *    >>> DEBUGGING ONLY <<<
           MOVE 'MAIN-LOGIC' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    >>> TERMINAL AUTHORIZATION GATE <<<
           PERFORM 0500-CHECK-TERMINAL-AUTH.
      *    >>> --------------------------- <<<

           EXEC CICS GET
                CONTAINER(APP-RUNREV-CONTAINER-NAME)
                CHANNEL(APP-RUNREV-CHANNEL-NAME)
                INTO (RUN-REVERSAL-CONTAINER)
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
                MOVE 'Error Retrieving Run Reversal Container!'
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

      *    CLEAR ALL RECORDS AND VARIABLES.
           INITIALIZE RUN-REVERSAL-CONTAINER.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE EREVMO.

           MOVE 'Enter The Run ID Shown When The Mass Update Completed!'
              TO WS-MESSAGE.
           MOVE -1 TO RUNIDL.

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
                MAP(APP-RUNREV-MAP-NAME)
                MAPSET(APP-RUNREV-MAPSET-NAME)
                INTO (EREVMI)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-VALIDATE-OR-EXECUTE
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN
           WHEN DFHPF12
                PERFORM 2300-DELETE-REVERSAL-CONTAINER
                PERFORM 9200-RETURN-TO-CICS
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

       2100-VALIDATE-OR-EXECUTE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-VALIDATE-OR-EXECUTE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 2110-CAPTURE-RUN-ID.

           EVALUATE TRUE
           WHEN RRV-RUN-ID IS EQUAL TO SPACES
                MOVE 'Validation Error: Run ID is required!'
                   TO WS-MESSAGE
                MOVE -1 TO RUNIDL
           WHEN RRV-KIND-NOT-SET
                MOVE 'Validation Error: Run ID Must Be MD, RS Or SR Plus
      -              ' Its Date/Time!'
                   TO WS-MESSAGE
                MOVE -1 TO RUNIDL
           WHEN CONFRMI IS EQUAL TO 'Y' AND RRV-PREVIEW-SHOWN
                PERFORM 2400-EXECUTE-REVERSAL
           WHEN OTHER
                PERFORM 2200-BUILD-PREVIEW
           END-EVALUATE.

       2110-CAPTURE-RUN-ID.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-CAPTURE-RUN-ID' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A DIFFERENT RUN ID INVALIDATES A PREVIEW ALREADY SHOWN -
      *    THE OPERATOR MUST SEE THE NEW RUN'S FIGURES BEFORE A 'Y'
      *    IS HONOURED AGAIN.
           IF RUNIDL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(RUNIDI) TO WS-ENTERED-RUN-ID
              IF WS-ENTERED-RUN-ID IS NOT EQUAL TO RRV-RUN-ID
                 MOVE SPACE TO RRV-PREVIEW-FLAG
                 MOVE WS-ENTERED-RUN-ID TO RRV-RUN-ID
              END-IF
           END-IF.

      *    THE PREFIX SAYS WHICH UTILITY WROTE THE RUN - AND SO WHOSE
      *    NAME ITS AUDIT ENTRIES ARE FILED UNDER ON EAUDUSR.
           SET RRV-KIND-NOT-SET TO TRUE.
           MOVE SPACES TO RRV-SOURCE-PROGRAM.

           IF RRV-RUN-ID(3:14) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.

           EVALUATE RRV-RUN-ID(1:2)
           WHEN APP-RUNID-MASSDEPT-PREFIX
                SET RRV-DEPARTMENT-RUN TO TRUE
                MOVE APP-MASSDEPT-PROGRAM-NAME TO RRV-SOURCE-PROGRAM
           WHEN APP-RUNID-RESTRUCT-PREFIX
                SET RRV-DEPARTMENT-RUN TO TRUE
                MOVE APP-RESTRUCT-PROGRAM-NAME TO RRV-SOURCE-PROGRAM
           WHEN APP-RUNID-SALRV-PREFIX
                SET RRV-SALARY-RUN TO TRUE
                MOVE APP-SALRV-PROGRAM-NAME TO RRV-SOURCE-PROGRAM
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2200-BUILD-PREVIEW.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-BUILD-PREVIEW' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZEROES TO RRV-RESTORABLE-COUNT.
           MOVE ZEROES TO RRV-REFUSED-COUNT.
           MOVE SPACE TO RRV-PREVIEW-FLAG.

           PERFORM 2210-COLLECT-RUN-ENTRIES.

           IF WS-MESSAGE IS NOT EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           IF WS-RUN-ENTRY-COUNT IS EQUAL TO ZERO
              STRING 'No Audit Entries Carry Run ID '
                     RRV-RUN-ID
                     ' - Nothing To Reverse!'
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
              MOVE -1 TO RUNIDL
              EXIT PARAGRAPH
           END-IF.

      *    ASSESS EVERY EMPLOYEE EXACTLY AS THE REVERSAL WILL, BUT
      *    ONLY LIST THE VERDICT - NOTHING IS WRITTEN TO ANY FILE.
           PERFORM 8000-CLEAR-LIST-QUEUE.

           PERFORM 2250-PREVIEW-ONE-ENTRY
              VARYING WS-ENTRY-INDEX FROM 1 BY 1
              UNTIL WS-ENTRY-INDEX IS GREATER THAN WS-RUN-ENTRY-COUNT.

           IF RRV-RESTORABLE-COUNT IS EQUAL TO ZERO
              STRING 'No Employee Of This Run Can Be Restored - See Queu
      -              'e '
                     APP-RUNREV-QUEUE-NAME
                     '!'
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
              MOVE -1 TO RUNIDL
              EXIT PARAGRAPH
           END-IF.

           SET RRV-PREVIEW-SHOWN TO TRUE.

           STRING 'Preview Listed On Queue '
                  APP-RUNREV-QUEUE-NAME
                  ' - Enter Y In Confirm To Restore!'
              DELIMITED BY SIZE
              INTO WS-MESSAGE
           END-STRING.

           MOVE -1 TO CONFRML.

       2210-COLLECT-RUN-ENTRIES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2210-COLLECT-RUN-ENTRIES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    FIRST PASS - WALK THE SOURCE PROGRAM'S ENTRIES ON THE
      *    AUDIT-BY-USER PATH (THE SAME NON-UNIQUE PATH EAUDQP USES)
      *    AND KEEP THE KEYS OF THOSE CARRYING THIS RUN ID.
           INITIALIZE WS-RUN-ENTRY-TABLE.
           MOVE ZEROES TO RRV-ENTRIES-FOUND.
           MOVE SPACE TO WS-SCAN-SWITCH.
           MOVE RRV-SOURCE-PROGRAM TO WS-USER-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE(APP-AUDIT-USER-PATH-NAME)
                RIDFLD(WS-USER-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2220-SCAN-NEXT-AUDIT-ENTRY
                   UNTIL WS-SCAN-DONE

                EXEC CICS ENDBR
                     FILE(APP-AUDIT-USER-PATH-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Starting Browse Of Audit User Path!'
                   TO WS-MESSAGE
           END-EVALUATE.

           MOVE WS-RUN-ENTRY-COUNT TO RRV-ENTRIES-FOUND.

       2220-SCAN-NEXT-AUDIT-ENTRY.
           EXEC CICS READNEXT
                FILE(APP-AUDIT-USER-PATH-NAME)
                RIDFLD(WS-USER-BROWSE-KEY)
                INTO (AUDIT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    DUPKEY JUST MEANS MORE ENTRIES SHARE THIS USER ID - THE
      *    RECORD ITSELF CAME BACK FINE.
           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) AND
                WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(DUPKEY)
                SET WS-SCAN-DONE TO TRUE
           WHEN AUD-CHANGED-BY-USER-ID IS NOT EQUAL TO
                RRV-SOURCE-PROGRAM
                SET WS-SCAN-DONE TO TRUE
           WHEN AUD-RUN-ID IS NOT EQUAL TO RRV-RUN-ID
                CONTINUE
           WHEN WS-RUN-ENTRY-COUNT IS NOT LESS THAN 2000
                SET WS-SCAN-DONE TO TRUE
           WHEN OTHER
                ADD 1 TO WS-RUN-ENTRY-COUNT
                SET WS-ENTRY-INDEX TO WS-RUN-ENTRY-COUNT
                MOVE AUD-EMPLOYEE-ID
                   TO WS-ENT-EMPLOYEE-ID(WS-ENTRY-INDEX)
                MOVE AUD-AUDIT-TIMESTAMP
                   TO WS-ENT-TIMESTAMP(WS-ENTRY-INDEX)
           END-EVALUATE.

       2250-PREVIEW-ONE-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2250-PREVIEW-ONE-ENTRY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 3000-ASSESS-ONE-ENTRY.

           IF WS-CAN-RESTORE
              ADD 1 TO RRV-RESTORABLE-COUNT
              MOVE 'WILL RESTORE' TO WS-LST-ACTION
           ELSE
              ADD 1 TO RRV-REFUSED-COUNT
              MOVE 'REFUSED' TO WS-LST-ACTION
           END-IF.

           PERFORM 8100-WRITE-LIST-LINE.

       2300-DELETE-REVERSAL-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-DELETE-REVERSAL-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-RUNREV-CONTAINER-NAME)
                CHANNEL(APP-RUNREV-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2400-EXECUTE-REVERSAL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-EXECUTE-REVERSAL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE ENTRIES ARE RE-COLLECTED AND EVERY EMPLOYEE IS
      *    RE-ASSESSED AT CONFIRM TIME - THE PREVIEW AND THE CONFIRM
      *    MAY BE MINUTES APART, AND ANYONE CHANGED IN BETWEEN MUST
      *    STILL BE REFUSED.
           PERFORM 2210-COLLECT-RUN-ENTRIES.
           PERFORM 8000-CLEAR-LIST-QUEUE.
           PERFORM 2405-ASSIGN-RUN-ID.

           MOVE ZERO TO WS-RESTORED-COUNT.
           MOVE ZERO TO WS-REFUSED-COUNT.

           IF WS-RUN-ENTRY-COUNT IS GREATER THAN ZERO
              PERFORM 2410-REVERSE-ONE-ENTRY
                 VARYING WS-ENTRY-INDEX FROM 1 BY 1
                 UNTIL WS-ENTRY-INDEX IS GREATER THAN
                       WS-RUN-ENTRY-COUNT
           END-IF.

           MOVE SPACES TO CONFRMI.
           MOVE SPACE TO RRV-PREVIEW-FLAG.
           MOVE WS-RESTORED-COUNT TO RRV-RESTORABLE-COUNT.
           MOVE WS-REFUSED-COUNT TO RRV-REFUSED-COUNT.
           MOVE WS-RESTORED-COUNT TO WS-REPLY-COUNT.
           MOVE WS-REFUSED-COUNT TO WS-REPLY-REFUSED.

           STRING 'Reversal Complete! '
                  FUNCTION TRIM(WS-REPLY-COUNT)
                  ' Restored, '
                  FUNCTION TRIM(WS-REPLY-REFUSED)
                  ' Refused - Run '
                  WS-RUN-ID
              DELIMITED BY SIZE
              INTO WS-MESSAGE
           END-STRING.

       2405-ASSIGN-RUN-ID.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2405-ASSIGN-RUN-ID' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE APP-RUNID-REVERSAL-PREFIX TO WS-RUN-ID-PREFIX.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID-TIMESTAMP.

       2410-REVERSE-ONE-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2410-REVERSE-ONE-ENTRY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 3000-ASSESS-ONE-ENTRY.

           IF WS-CAN-RESTORE
              IF RRV-DEPARTMENT-RUN
                 PERFORM 4100-RESTORE-DEPARTMENT
              ELSE
                 PERFORM 4200-REMOVE-PAY-ROUND-RECORD
              END-IF
           END-IF.

           IF WS-CAN-RESTORE
              ADD 1 TO WS-RESTORED-COUNT
              MOVE 'RESTORED' TO WS-LST-ACTION
           ELSE
              ADD 1 TO WS-REFUSED-COUNT
              MOVE 'REFUSED' TO WS-LST-ACTION
           END-IF.

           PERFORM 8100-WRITE-LIST-LINE.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE RUN-REVERSAL-CONTAINER.
           INITIALIZE EREVMO.
           MOVE 'Enter The Run ID Shown When The Mass Update Completed!'
              TO WS-MESSAGE.
           MOVE -1 TO RUNIDL.

      *-----------------------------------------------------------------
       ASSESSMENT SECTION.
      *-----------------------------------------------------------------

       3000-ASSESS-ONE-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-ASSESS-ONE-ENTRY' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           SET WS-CAN-RESTORE TO TRUE.
           MOVE WS-ENT-EMPLOYEE-ID(WS-ENTRY-INDEX)
              TO WS-LST-EMPLOYEE-ID.
           MOVE SPACES TO WS-LST-FIELD-NAME.
           MOVE SPACES TO WS-LST-DETAIL.

           PERFORM 3100-LOAD-RUN-IMAGES.

           IF WS-CAN-RESTORE
              PERFORM 3200-CHECK-LATER-CHANGES
           END-IF.

           IF WS-CAN-RESTORE
              IF RRV-DEPARTMENT-RUN
                 PERFORM 3300-CHECK-CURRENT-DEPARTMENT
              ELSE
                 PERFORM 3400-CHECK-CURRENT-COMPENSATION
              END-IF
           END-IF.

           PERFORM 3500-DESCRIBE-VERDICT.

       3100-LOAD-RUN-IMAGES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-LOAD-RUN-IMAGES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE BEFORE-IMAGE THE RUN LEFT UNDER ITS OWN AUDIT ENTRY IS
      *    THE ONLY RECORD OF WHAT TO PUT BACK - WITHOUT IT THERE IS
      *    NOTHING TO RESTORE FROM.
           INITIALIZE WS-RUN-IMAGES.
           INITIALIZE AUDIT-DETAIL-RECORD.
           MOVE WS-ENT-EMPLOYEE-ID(WS-ENTRY-INDEX) TO ADT-EMPLOYEE-ID.
           MOVE WS-ENT-TIMESTAMP(WS-ENTRY-INDEX)
              TO ADT-AUDIT-TIMESTAMP.
           MOVE 1 TO ADT-FIELD-SEQ.

           EXEC CICS READ
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                INTO (AUDIT-DETAIL-RECORD)
                RIDFLD(ADT-DETAIL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET WS-NOTHING-TO-RESTORE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE ADT-FIELD-NAME TO WS-RUN-FIELD-NAME.
           MOVE ADT-OLD-VALUE TO WS-RUN-OLD-VALUE.
           MOVE ADT-NEW-VALUE TO WS-RUN-NEW-VALUE.
           MOVE WS-RUN-FIELD-NAME TO WS-LST-FIELD-NAME.

           IF RRV-DEPARTMENT-RUN
              EXIT PARAGRAPH
           END-IF.

           MOVE 2 TO ADT-FIELD-SEQ.

           EXEC CICS READ
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                INTO (AUDIT-DETAIL-RECORD)
                RIDFLD(ADT-DETAIL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET WS-NOTHING-TO-RESTORE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE ADT-NEW-VALUE(1:8) TO WS-RUN-EFFECTIVE-DATE.

       3200-CHECK-LATER-CHANGES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3200-CHECK-LATER-CHANGES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    WALK THE EMPLOYEE'S AUDIT TRAIL FORWARD FROM THE RUN'S OWN
      *    ENTRY. ANYTHING LATER FROM ANOTHER RUN OR PROGRAM - ONLINE
      *    EDITS, ANOTHER MASS UPDATE, AN EARLIER REVERSAL OF THIS
      *    VERY RUN - MEANS THE RUN'S BEFORE-IMAGE IS NO LONGER SAFE
      *    TO PUT BACK. A PLAIN UNMASK CHANGES NOTHING AND IS IGNORED.
           MOVE SPACE TO WS-LATER-SCAN-SWITCH.
           MOVE WS-ENT-EMPLOYEE-ID(WS-ENTRY-INDEX)
              TO WS-LBK-EMPLOYEE-ID.
           MOVE WS-ENT-TIMESTAMP(WS-ENTRY-INDEX) TO WS-LBK-TIMESTAMP.

           EXEC CICS STARTBR
                FILE(APP-AUDIT-LOG-FILE-NAME)
                RIDFLD(WS-LATER-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 3210-READ-NEXT-LATER-ENTRY
              UNTIL WS-LATER-SCAN-DONE.

           EXEC CICS ENDBR
                FILE(APP-AUDIT-LOG-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3210-READ-NEXT-LATER-ENTRY.
           EXEC CICS READNEXT
                FILE(APP-AUDIT-LOG-FILE-NAME)
                RIDFLD(WS-LATER-BROWSE-KEY)
                INTO (AUDIT-LOG-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-LATER-SCAN-DONE TO TRUE
           WHEN AUD-EMPLOYEE-ID IS NOT EQUAL TO
                WS-ENT-EMPLOYEE-ID(WS-ENTRY-INDEX)
                SET WS-LATER-SCAN-DONE TO TRUE
           WHEN AUD-RUN-ID IS EQUAL TO RRV-RUN-ID
                CONTINUE
           WHEN AUD-ACTION-UNMASK
           WHEN AUD-ACTION-RECHAIN
                CONTINUE
           WHEN OTHER
                SET WS-CHANGED-SINCE TO TRUE
                SET WS-LATER-SCAN-DONE TO TRUE
           END-EVALUATE.

       3300-CHECK-CURRENT-DEPARTMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3300-CHECK-CURRENT-DEPARTMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE EMPLOYEE MUST STILL BE IN THE DEPARTMENT THE RUN MOVED
      *    THEM TO - COMPARED IN THE SAME FORM THE DETAIL WAS WRITTEN.
           MOVE WS-ENT-EMPLOYEE-ID(WS-ENTRY-INDEX) TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET WS-NOTHING-TO-RESTORE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-DEPARTMENT-ID TO WS-CURRENT-VALUE.

           IF WS-CURRENT-VALUE IS NOT EQUAL TO WS-RUN-NEW-VALUE
              SET WS-CHANGED-SINCE TO TRUE
           END-IF.

       3400-CHECK-CURRENT-COMPENSATION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3400-CHECK-CURRENT-COMPENSATION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE EMPCOMP RECORD THE PAY ROUND ADDED MUST STILL BE THERE,
      *    STILL CARRY THE ROUND'S RUN ID, AND STILL HOLD THE SALARY
      *    THE ROUND SET.
           MOVE WS-ENT-EMPLOYEE-ID(WS-ENTRY-INDEX) TO CMP-EMPLOYEE-ID.
           MOVE WS-RUN-EFFECTIVE-DATE TO CMP-EFFECTIVE-DATE.

           EXEC CICS READ
                FILE(APP-EMP-COMP-FILE-NAME)
                INTO (COMPENSATION-RECORD)
                RIDFLD(CMP-COMP-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET WS-NOTHING-TO-RESTORE TO TRUE
              EXIT PARAGRAPH
           END-IF.

           MOVE CMP-ANNUAL-SALARY TO WS-SALARY-EDIT.
           MOVE WS-SALARY-EDIT TO WS-CURRENT-VALUE.

           IF CMP-RUN-ID IS NOT EQUAL TO RRV-RUN-ID OR
              WS-CURRENT-VALUE IS NOT EQUAL TO WS-RUN-NEW-VALUE
              SET WS-CHANGED-SINCE TO TRUE
           END-IF.

       3500-DESCRIBE-VERDICT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3500-DESCRIBE-VERDICT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-LST-DETAIL.

           EVALUATE TRUE
           WHEN WS-CAN-RESTORE
                STRING FUNCTION TRIM(WS-RUN-NEW-VALUE)
                       ' BACK TO '
                       FUNCTION TRIM(WS-RUN-OLD-VALUE)
                   DELIMITED BY SIZE
                   INTO WS-LST-DETAIL
                END-STRING
           WHEN WS-CHANGED-SINCE
                MOVE 'CHANGED AGAIN SINCE THE RUN' TO WS-LST-DETAIL
           WHEN WS-NOTHING-TO-RESTORE
                MOVE 'NOTHING LEFT TO RESTORE' TO WS-LST-DETAIL
           WHEN OTHER
                MOVE 'UPDATE FAILED - NOT RESTORED' TO WS-LST-DETAIL
           END-EVALUATE.

      *-----------------------------------------------------------------
       RESTORE SECTION.
      *-----------------------------------------------------------------

       4100-RESTORE-DEPARTMENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4100-RESTORE-DEPARTMENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF WS-RUN-OLD-VALUE(1:8) IS NOT NUMERIC
              SET WS-RESTORE-FAILED TO TRUE
              PERFORM 3500-DESCRIBE-VERDICT
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-RUN-OLD-VALUE(1:8) TO WS-RESTORE-DEPARTMENT-ID.
           MOVE WS-ENT-EMPLOYEE-ID(WS-ENTRY-INDEX) TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET WS-RESTORE-FAILED TO TRUE
              PERFORM 3500-DESCRIBE-VERDICT
              EXIT PARAGRAPH
           END-IF.

      *    RE-CHECKED UNDER THE UPDATE LOCK - SOMEONE MAY HAVE MOVED
      *    THE EMPLOYEE SINCE THE ASSESSMENT A MOMENT AGO.
           MOVE EMP-DEPARTMENT-ID TO WS-CURRENT-VALUE.

           IF WS-CURRENT-VALUE IS NOT EQUAL TO WS-RUN-NEW-VALUE
              EXEC CICS UNLOCK
                   FILE(APP-EMP-MASTER-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              SET WS-CHANGED-SINCE TO TRUE
              PERFORM 3500-DESCRIBE-VERDICT
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE DEPT-COUNTER-COMMAREA.
           MOVE EMP-DEPARTMENT-ID TO DCA-BEFORE-DEPARTMENT-ID.
           MOVE EMP-DELETE-FLAG TO DCA-BEFORE-DELETE-FLAG.
           MOVE EMP-FTE-PERCENT TO DCA-BEFORE-FTE-PERCENT.
           MOVE WS-RESTORE-DEPARTMENT-ID TO EMP-DEPARTMENT-ID.

      *    RE-STAMPED LIKE ANY OTHER REWRITE, SO A SCREEN IMAGE TAKEN
      *    BEFORE THE REVERSAL FAILS ITS COLLISION CHECK.
           MOVE FUNCTION CURRENT-DATE(1:14)
              TO EMP-LAST-UPDATED-TIMESTAMP.

           EXEC CICS REWRITE
                FILE(APP-EMP-MASTER-FILE-NAME)
                FROM (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET WS-RESTORE-FAILED TO TRUE
              PERFORM 3500-DESCRIBE-VERDICT
              EXIT PARAGRAPH
           END-IF.

           PERFORM 4105-ADJUST-DEPT-COUNTERS.
           PERFORM 4110-RECORD-DEPARTMENT-TRANSFER.
           PERFORM 4120-WRITE-AUDIT-LOG-RECORD.
           PERFORM 4130-WRITE-AUDIT-DETAIL.
           PERFORM 4140-EMIT-EMPLOYEE-EVENT.

       4105-ADJUST-DEPT-COUNTERS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4105-ADJUST-DEPT-COUNTERS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE MOVE BACK SHIFTS THE HEAD BETWEEN THE TWO DEPARTMENTS'
      *    COUNTERS LIKE ANY OTHER TRANSFER, IN THE SAME UNIT OF WORK
      *    AS THE REWRITE.
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

       4110-RECORD-DEPARTMENT-TRANSFER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4110-RECORD-DEPARTMENT-TRANSFER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE MOVE BACK IS A TRANSFER LIKE ANY OTHER - FROM THE RUN'S
      *    TARGET DEPARTMENT TO THE ONE IT CAME FROM.
           INITIALIZE DEPT-TRANSFER-RECORD.
           MOVE EMP-EMPLOYEE-ID TO DTR-EMPLOYEE-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DTR-TRANSFER-TIMESTAMP.
           MOVE WS-RUN-NEW-VALUE(1:8) TO DTR-FROM-DEPARTMENT-ID.
           MOVE WS-RESTORE-DEPARTMENT-ID TO DTR-TO-DEPARTMENT-ID.
           MOVE APP-RUNREV-PROGRAM-NAME TO DTR-CHANGED-BY-USER-ID.
           MOVE WS-RUN-ID TO DTR-RUN-ID.

           EXEC CICS WRITE
                FILE(APP-DEPT-TRANSFER-FILE-NAME)
                FROM(DEPT-TRANSFER-RECORD)
                RIDFLD(DTR-TRANSFER-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       4120-WRITE-AUDIT-LOG-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4120-WRITE-AUDIT-LOG-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE AUDIT-LOG-RECORD.
           MOVE WS-ENT-EMPLOYEE-ID(WS-ENTRY-INDEX) TO AUD-EMPLOYEE-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-AUDIT-TIMESTAMP.
           SET AUD-ACTION-UPDATE TO TRUE.
           MOVE APP-RUNREV-PROGRAM-NAME TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-RUNREV-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.
           MOVE WS-RUN-ID TO AUD-RUN-ID.

           PERFORM 4135-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
                RIDFLD(AUD-AUDIT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       4130-WRITE-AUDIT-DETAIL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4130-WRITE-AUDIT-DETAIL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE RUN'S OWN IMAGES WITH BEFORE AND AFTER SWAPPED, SO
      *    EASOFP'S AS-OF UNWIND SEES THE REVERSAL AS AN ORDINARY
      *    CHANGE.
           INITIALIZE AUDIT-DETAIL-RECORD.
           MOVE AUD-EMPLOYEE-ID TO ADT-EMPLOYEE-ID.
           MOVE AUD-AUDIT-TIMESTAMP TO ADT-AUDIT-TIMESTAMP.
           MOVE WS-RUN-ID TO ADT-RUN-ID.
           MOVE 1 TO ADT-FIELD-SEQ.
           MOVE WS-RUN-FIELD-NAME TO ADT-FIELD-NAME.
           MOVE WS-RUN-NEW-VALUE TO ADT-OLD-VALUE.
           MOVE WS-RUN-OLD-VALUE TO ADT-NEW-VALUE.

           PERFORM 4136-SEAL-AUDIT-DETAIL.
           EXEC CICS WRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM(AUDIT-DETAIL-RECORD)
                RIDFLD(ADT-DETAIL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF RRV-DEPARTMENT-RUN
              EXIT PARAGRAPH
           END-IF.

           MOVE 2 TO ADT-FIELD-SEQ.
           MOVE 'COMP EFFECTIVE DATE' TO ADT-FIELD-NAME.
           MOVE WS-RUN-EFFECTIVE-DATE TO ADT-OLD-VALUE.
           MOVE SPACES TO ADT-NEW-VALUE.

           PERFORM 4136-SEAL-AUDIT-DETAIL.
           EXEC CICS WRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM(AUDIT-DETAIL-RECORD)
                RIDFLD(ADT-DETAIL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       4135-SEAL-AUDIT-ENTRY.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4135-SEAL-AUDIT-ENTRY' TO WS-DEBUG-AID.
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

       4136-SEAL-AUDIT-DETAIL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4136-SEAL-AUDIT-DETAIL' TO WS-DEBUG-AID.
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

       4140-EMIT-EMPLOYEE-EVENT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4140-EMIT-EMPLOYEE-EVENT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE SAME EVENT THE ORIGINAL MOVE SENT, SO PROVISIONING
      *    FOLLOWS THE EMPLOYEE BACK.
           INITIALIZE EMPLOYEE-EVENT-RECORD.
           MOVE AUD-ACTION-CODE TO EVT-ACTION-CODE.
           MOVE AUD-EMPLOYEE-ID TO EVT-EMPLOYEE-ID.
           MOVE EMP-DEPARTMENT-ID TO EVT-DEPARTMENT-ID.
           MOVE AUD-AUDIT-TIMESTAMP TO EVT-EFFECTIVE-TIMESTAMP.

           EXEC CICS WRITEQ TS
                QNAME(APP-EVENT-QUEUE-NAME)
                FROM (EMPLOYEE-EVENT-RECORD)
                ITEM (WS-EVENT-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       4200-REMOVE-PAY-ROUND-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4200-REMOVE-PAY-ROUND-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    REMOVING THE ROUND'S EMPCOMP RECORD IS THE WHOLE RESTORE -
      *    THE RECORD IN EFFECT BEFORE IT APPLIES AGAIN ON ITS OWN.
           MOVE WS-ENT-EMPLOYEE-ID(WS-ENTRY-INDEX) TO CMP-EMPLOYEE-ID.
           MOVE WS-RUN-EFFECTIVE-DATE TO CMP-EFFECTIVE-DATE.

           EXEC CICS READ
                FILE(APP-EMP-COMP-FILE-NAME)
                INTO (COMPENSATION-RECORD)
                RIDFLD(CMP-COMP-KEY)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET WS-RESTORE-FAILED TO TRUE
              PERFORM 3500-DESCRIBE-VERDICT
              EXIT PARAGRAPH
           END-IF.

           IF CMP-RUN-ID IS NOT EQUAL TO RRV-RUN-ID
              EXEC CICS UNLOCK
                   FILE(APP-EMP-COMP-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              SET WS-CHANGED-SINCE TO TRUE
              PERFORM 3500-DESCRIBE-VERDICT
              EXIT PARAGRAPH
           END-IF.

           EXEC CICS DELETE
                FILE(APP-EMP-COMP-FILE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET WS-RESTORE-FAILED TO TRUE
              PERFORM 3500-DESCRIBE-VERDICT
              EXIT PARAGRAPH
           END-IF.

           PERFORM 4120-WRITE-AUDIT-LOG-RECORD.
           PERFORM 4130-WRITE-AUDIT-DETAIL.

      *-----------------------------------------------------------------
       LIST-QUEUE SECTION.
      *-----------------------------------------------------------------

       8000-CLEAR-LIST-QUEUE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '8000-CLEAR-LIST-QUEUE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    EACH PREVIEW AND EACH REVERSAL STARTS A FRESH LIST.
           EXEC CICS DELETEQ TS
                QNAME(APP-RUNREV-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       8100-WRITE-LIST-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE LIST ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-RUNREV-QUEUE-NAME)
                FROM (WS-LIST-LINE)
                ITEM (WS-LIST-ITEM-NUMBER)
                MAIN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *-----------------------------------------------------------------
       TERMINAL-GATE SECTION.
      *-----------------------------------------------------------------

       0500-CHECK-TERMINAL-AUTH.
      *    >>> DEBUGGING ONLY <<<
           MOVE '0500-CHECK-TERMINAL-AUTH' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A TRANSACTION WITH NO ROWS ON THE TABLE RUNS FROM
      *    ANYWHERE, SO THE TABLE CAN BE ROLLED OUT ONE TRANSACTION
      *    AT A TIME; ONCE ANY ROW EXISTS, THE ENTERING TERMINAL
      *    MUST CARRY AN ACTIVE ONE.
           MOVE SPACE TO WS-TGT-SCAN-SWITCH.
           MOVE SPACE TO WS-TGT-RESTRICTED-FLAG.
           MOVE SPACE TO WS-TGT-ALLOWED-FLAG.

           MOVE EIBTRNID TO TRM-TRANSACTION-ID.
           MOVE LOW-VALUES TO TRM-TERMINAL-ID.

           EXEC CICS STARTBR
                FILE(APP-TERMAUTH-FILE-NAME)
                RIDFLD(TRM-AUTH-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 0510-SCAN-ONE-AUTH-ROW
                 UNTIL WS-TGT-SCAN-DONE

              EXEC CICS ENDBR
                   FILE(APP-TERMAUTH-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-TGT-IS-RESTRICTED AND NOT WS-TGT-IS-ALLOWED
              PERFORM 0520-REFUSE-THIS-TERMINAL
           END-IF.

       0510-SCAN-ONE-AUTH-ROW.
           EXEC CICS READNEXT
                FILE(APP-TERMAUTH-FILE-NAME)
                RIDFLD(TRM-AUTH-KEY)
                INTO (TERMINAL-AUTH-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-TGT-SCAN-DONE TO TRUE
           WHEN TRM-TRANSACTION-ID IS NOT EQUAL TO EIBTRNID
                SET WS-TGT-SCAN-DONE TO TRUE
           WHEN OTHER
                SET WS-TGT-IS-RESTRICTED TO TRUE
                IF TRM-TERMINAL-ID IS EQUAL TO EIBTRMID AND
                   TRM-ACTIVE
                   SET WS-TGT-IS-ALLOWED TO TRUE
                   SET WS-TGT-SCAN-DONE TO TRUE
                END-IF
           END-EVALUATE.

       0520-REFUSE-THIS-TERMINAL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '0520-REFUSE-THIS-TERMINAL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    DIRECT-ENTRY UTILITIES CARRY NO SIGNED-ON USER, SO THE
      *    AUDIT ROW IS KEYED ON THE TERMINAL THAT TRIED - SECURITY
      *    READS IT OFF THE SAME ESONVP REPORT AS THE SIGN-ON
      *    FAILURES.
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

           MOVE SPACES TO WS-TGT-REFUSAL-TEXT.
           STRING 'Transaction '
                  EIBTRNID
                  ' Is Not Authorized From Terminal '
                  EIBTRMID
                  ' - See Operations.'
              DELIMITED BY SIZE
              INTO WS-TGT-REFUSAL-TEXT
           END-STRING.

           EXEC CICS SEND TEXT
                FROM (WS-TGT-REFUSAL-TEXT)
                LENGTH (LENGTH OF WS-TGT-REFUSAL-TEXT)
                ERASE
                FREEKB
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-SEND-MAP-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9000-SEND-MAP-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 9100-POPULATE-MAP.
           PERFORM 9150-PUT-REVERSAL-CONTAINER.

           EXEC CICS SEND
                MAP(APP-RUNREV-MAP-NAME)
                MAPSET(APP-RUNREV-MAPSET-NAME)
                FROM (EREVMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-RUNREV-CHANNEL-NAME)
                TRANSID(APP-RUNREV-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.
           MOVE '<Direct>' TO LOGDINO.

           IF RRV-RUN-ID IS NOT EQUAL TO SPACES THEN
              MOVE RRV-RUN-ID TO RUNIDO
              MOVE RRV-SOURCE-PROGRAM TO SRCPGMO
           END-IF.

           IF RRV-ENTRIES-FOUND IS GREATER THAN ZERO THEN
              MOVE RRV-ENTRIES-FOUND TO WS-REPLY-COUNT
              MOVE WS-REPLY-COUNT TO FOUNDO
              MOVE RRV-RESTORABLE-COUNT TO WS-REPLY-COUNT
              MOVE WS-REPLY-COUNT TO RESTORO
              MOVE RRV-REFUSED-COUNT TO WS-REPLY-COUNT
              MOVE WS-REPLY-COUNT TO REFUSDO
           END-IF.

           MOVE CONFRMI TO CONFRMO.
           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:7) IS EQUAL TO 'Preview'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:8) IS EQUAL TO 'Reversal'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
                MOVE DFHYELLO TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9150-PUT-REVERSAL-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-REVERSAL-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-RUNREV-CONTAINER-NAME)
                CHANNEL(APP-RUNREV-CHANNEL-NAME)
                FROM (RUN-REVERSAL-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Run Reversal Container!'
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

              INITIALIZE EIBRESP EIBRESP2
           END-IF.
      *    >>> -------------- <<<
