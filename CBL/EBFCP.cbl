       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBFCP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - 'BULK FIELD-CORRECTION' BATCH TRANSACTION.
      *      - NO SCREEN - JUST A ONE-LINE CONFIRMATION, MEANT TO BE
      *        ENTERED DIRECTLY BY TRANSACTION ID AFTER A LOAD FILE OF
      *        CORRECTIONS (E.G. A CLEAN-UP OF JOB-TITLE CODES OR WORK
      *        LOCATIONS AFTER A DATA-QUALITY REVIEW) HAS BEEN DROPPED
      *        ON THE FIELDFIX QUEUE - SAME STYLE AS EBLKHP.
      *      - EACH LOAD RECORD NAMES ONE EMPLOYEE, ONE FIELD CODE AND
      *        THE NEW VALUE. THE NEW VALUE GOES THROUGH THE SAME EDIT
      *        EUPDP'S 2150 PARAGRAPHS APPLY TO THAT FIELD (JOB-TITLE,
      *        EMPTYPE, LOCATION AND PATTERN TABLE LOOKUPS, DEPARTMENT
      *        LOOKUP, CALENDAR-DATE CHECKS, SUPERVISOR LOOP CHECK, FTE
      *        RANGE), AND THE MASTER RECORD IS REWRITTEN THROUGH THE
      *        SAME TIMESTAMP COLLISION CHECK EUPDP'S 3000 USES, WITH
      *        THE EAUDIT ENTRY, EAUDDTL BEFORE/AFTER IMAGE, EVENT,
      *        DEPARTMENT-COUNTER AND TRANSFER-HISTORY UPDATES EUPDP
      *        PERFORMS. REJECTS GO TO THE REPORT QUEUE WITH A REASON
      *        PER RECORD; A VALUE ALREADY ON FILE IS LISTED AS
      *        UNCHANGED.
      *      - END DATES (EXIT DETAILS) AND APPRAISALS (HISTORY) STAY
      *        ON EUPDP - THEIR FIELD CODES ARE REJECTED.
      *      - 'PREVIEW' AFTER THE TRANSACTION ID RUNS THE SAME EDITS
      *        AND REPORTS EACH GOOD RECORD AS 'WOULD FIX' - NOTHING
      *        IS REWRITTEN, AND THE LOAD QUEUE IS LEFT IN PLACE.
      *      - A REAL RUN CHECKPOINTS ITS PLACE IN THE LOAD (SEE
      *        EMASCKP.CPY, ITS OWN SLOT). IF THE RUN IS CUT SHORT,
      *        RE-ENTERING THE TRANSACTION RESUMES FROM THE LAST
      *        CHECKPOINT UNDER THE SAME RUN ID - A CORRECTION THAT
      *        IS RE-APPLIED JUST SHOWS AS UNCHANGED. 'FRESH' AFTER THE
      *        TRANSACTION ID DISCARDS THE CHECKPOINT AND STARTS THE
      *        LOAD FROM ITS FIRST RECORD.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - MAINTENANCE-MODE CONTROL RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - JOB-TITLE, EMPLOYEE-TYPE, WORK-LOCATION AND WORKING-
      *        PATTERN CODE TABLE RECORDS.
      *      - DEPARTMENT TRANSFER HISTORY RECORD.
      *      - AUDIT LOG AND AUDIT DETAIL RECORDS.
      *      - AUDIT-TRAIL CHAINING COMM-AREA.
      *      - EMPLOYEE EVENT RECORD.
      *      - DEPARTMENT HEADCOUNT COUNTER COMM-AREA.
      *      - CHECKPOINT RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EMNTCTL.
       COPY EMPMAST.
       COPY DEPTMAST.
       COPY EJOBTTL.
       COPY EEMPTYP.
       COPY ELOCATN.
       COPY EWKPATN.
       COPY EDEPTTRN.
       COPY EAUDIT.
       COPY EAUDDTL.
       COPY EAUDCCA.
       COPY EEVENT.
       COPY EDCNTCA.
       COPY EMASCKP.
      ******************************************************************
      *   DEFINE THE FIXED-WIDTH LOAD RECORD - EMPLOYEE ID, FIELD CODE
      *   (SEE WS-FIX-FIELD BELOW) AND THE NEW VALUE, ALL LEFT-
      *   JUSTIFIED. DATES ARE YYYYMMDD; A BLANK VALUE CLEARS AN
      *   OPTIONAL FIELD.
      ******************************************************************
       01 WS-LOAD-RECORD.
          05 WS-LOAD-EMPLOYEE-ID       PIC X(8).
          05 WS-LOAD-FIELD-CODE        PIC X(10).
          05 WS-LOAD-NEW-VALUE         PIC X(38).
      *
       01 WS-FIX-FIELD                  PIC X(10) VALUE SPACES.
          88 FIX-JOB-TITLE                        VALUE 'JOBTITLE'.
          88 FIX-DEPARTMENT                       VALUE 'DEPARTMENT'.
          88 FIX-START-DATE                       VALUE 'STARTDATE'.
          88 FIX-BIRTH-DATE                       VALUE 'BIRTHDATE'.
          88 FIX-EMPLOYEE-TYPE                    VALUE 'EMPTYPE'.
          88 FIX-WORK-LOCATION                    VALUE 'WORKLOC'.
          88 FIX-WORK-PATTERN                     VALUE 'WORKPAT'.
          88 FIX-SUPERVISOR                       VALUE 'SUPERVISOR'.
          88 FIX-FTE-PERCENT                      VALUE 'FTEPCT'.
          88 FIX-EUPD-ONLY                        VALUE 'ENDDATE'
                                                        'APPRDATE'
                                                        'APPRRESULT'.
      ******************************************************************
      *   DEFINE MY REPORT LINE LAYOUT.
      ******************************************************************
       01 WS-REPORT-LINE                PIC X(80) VALUE SPACES.
      *
      *    ONE LINE PER LOAD RECORD THAT WAS NOT APPLIED - REJECTED,
      *    ALREADY ON FILE, OR (ON A PREVIEW) WHAT WOULD BE APPLIED.
       01 WS-FIX-DETAIL-LINE.
          05 WS-RPT-ACTION              PIC X(10) VALUE SPACES.
          05 WS-RPT-ITEM                PIC ZZZZ9.
          05 FILLER                     PIC X(1)  VALUE SPACES.
          05 WS-RPT-EMPLOYEE-ID         PIC X(8)  VALUE SPACES.
          05 FILLER                     PIC X(1)  VALUE SPACES.
          05 WS-RPT-FIELD-CODE          PIC X(10) VALUE SPACES.
          05 FILLER                     PIC X(3)  VALUE ' - '.
          05 WS-RPT-TEXT                PIC X(38) VALUE SPACES.
          05 FILLER                     PIC X(4)  VALUE SPACES.
      *
       01 WS-PREVIEW-BANNER-LINE.
          05 FILLER                     PIC X(35)
                         VALUE 'PREVIEW RUN - NO FILES WERE CHANGED'.
          05 FILLER                     PIC X(45) VALUE SPACES.
      *
       01 WS-RESUME-BANNER-LINE.
          05 FILLER                     PIC X(23)
                         VALUE 'RESUMED AT LOAD ITEM  '.
          05 WS-RSM-ITEM                PIC ZZZZ9.
          05 FILLER                     PIC X(8)  VALUE ' - RUN '.
          05 WS-RSM-RUN-ID              PIC X(16) VALUE SPACES.
          05 FILLER                     PIC X(28) VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE           PIC S9(8) USAGE IS BINARY.
          05 WS-ITEM-NUMBER             PIC S9(4) USAGE IS BINARY.
          05 WS-LOAD-ITEM-NUMBER        PIC S9(4) USAGE IS BINARY.
          05 WS-LOAD-LENGTH             PIC S9(4) USAGE IS BINARY.
          05 WS-LOAD-RECORD-COUNT       PIC S9(4) USAGE IS BINARY.
          05 WS-RECORDS-READ            PIC 9(5)  VALUE ZEROES.
          05 WS-RECORDS-CORRECTED       PIC 9(5)  VALUE ZEROES.
          05 WS-RECORDS-UNCHANGED       PIC 9(5)  VALUE ZEROES.
          05 WS-RECORDS-REJECTED        PIC 9(5)  VALUE ZEROES.
          05 WS-REPLY-TEXT              PIC X(79) VALUE SPACES.
          05 WS-REPLY-CORRECTED         PIC ZZZZ9.
          05 WS-REPLY-UNCHANGED         PIC ZZZZ9.
          05 WS-REPLY-REJECTED          PIC ZZZZ9.
      *
       01 WS-LOAD-QUEUE-SWITCH          PIC X(1)  VALUE SPACES.
          88 WS-LOAD-END-OF-QUEUE                 VALUE 'Y'.
          88 WS-LOAD-NOT-END-OF-QUEUE             VALUE 'N'.
      *
       01 WS-REJECT-REASON              PIC X(30) VALUE SPACES.
      *
       01 WS-UNCHANGED-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-VALUE-ALREADY-SET                 VALUE 'Y'.
      *
      *    THE EMPLOYEE AS READ AT EDIT TIME WITH THE CORRECTION
      *    APPLIED, AND THE TIMESTAMP IT CARRIED THEN - A DIFFERENT
      *    TIMESTAMP ON FILE AT REWRITE TIME MEANS SOMEONE ELSE
      *    CHANGED THE RECORD IN BETWEEN (SEE 3000).
       01 WS-FIX-RECORD-IMAGE           PIC X(263) VALUE SPACES.
       01 WS-EDIT-TIMESTAMP             PIC X(14) VALUE SPACES.
      *
      *    NUMERIC ENTRY SCRATCH - DE-EDITED THE WAY EUPDP DE-EDITS
      *    ITS DEPARTMENT, SUPERVISOR AND FTE FIELDS.
       01 WS-FIX-NUMERIC-ENTRY          PIC X(8)  VALUE SPACES.
       01 WS-FIX-NUMERIC REDEFINES WS-FIX-NUMERIC-ENTRY
                                        PIC 9(8).
      *
       01 WS-FIX-DATE-NUMERIC           PIC 9(8)  VALUE ZEROES.
       01 WS-FIX-DATE-CHECK             PIC S9(4) USAGE COMP
                                                  VALUE ZEROES.
          88 FIX-DATE-IS-VALID                    VALUE ZERO.
      *
      *    REPORTS-TO SUPERVISOR LOOP CHECK - SAME WALK AS EUPDP'S
      *    2177/2178.
       01 WS-SUPV-CHAIN-SWITCH          PIC X(1)  VALUE SPACES.
          88 SUPV-CHAIN-DONE                      VALUE 'Y'.
          88 SUPV-CHAIN-CYCLE                     VALUE 'C'.
       01 WS-SUPV-SUBJECT-ID            PIC 9(8)  VALUE ZEROES.
       01 WS-SUPV-WALK-DEPTH            PIC S9(4) USAGE COMP
                                                  VALUE ZEROES.
      *
       01 WS-OLD-DEPARTMENT-ID          PIC 9(8)  VALUE ZEROES.
      *
      *    THE ONE BEFORE/AFTER IMAGE EACH CORRECTION WRITES TO
      *    EAUDDTL - FIELD NAMES MATCH EUPDP'S 3065 SO EAUDVP AND
      *    EASOFP READ THEM THE SAME WAY.
       01 WS-DETAIL-FIELD-NAME          PIC X(20) VALUE SPACES.
       01 WS-DETAIL-OLD-VALUE           PIC X(38) VALUE SPACES.
       01 WS-DETAIL-NEW-VALUE           PIC X(38) VALUE SPACES.
      *
      *    THE LOAD RUNS UNDER A FIXED AUDIT USER ID, SINCE NO CLERK
      *    IS SITTING AT A TERMINAL KEYING THESE.
       01 WS-BULK-FIX-USER-ID           PIC X(8)  VALUE 'BULKFIX'.
      *
      *    EVERY EAUDIT/EAUDDTL/DEPTTRN RECORD A REAL RUN WRITES
      *    CARRIES THE RUN ID (SEE APP-RUNID-* IN ECONST).
       01 WS-RUN-ID.
          05 WS-RUN-ID-PREFIX           PIC X(2)  VALUE SPACES.
          05 WS-RUN-ID-TIMESTAMP        PIC X(14) VALUE SPACES.
      *
      *    ITEM FIELD FOR THE OUTBOUND EMPLOYEE-EVENT WRITEQ.
       01 WS-EVENT-ITEM-NUMBER          PIC S9(4) USAGE IS BINARY.
      *
      *    'PREVIEW' TYPED AFTER THE TRANSACTION ID ASKS FOR A DRY
      *    RUN; 'FRESH' THROWS AWAY AN INTERRUPTED RUN'S CHECKPOINT.
       01 WS-RUN-MODE-VARS.
          05 WS-TERMINAL-INPUT          PIC X(20).
          05 WS-TERMINAL-INPUT-LEN      PIC S9(4) USAGE IS BINARY.
          05 WS-PREVIEW-COUNT           PIC S9(4) USAGE IS BINARY.
          05 WS-FRESH-COUNT             PIC S9(4) USAGE IS BINARY.
      *
       01 WS-PREVIEW-SWITCH             PIC X(1)  VALUE SPACES.
          88 WS-PREVIEW-RUN                       VALUE 'Y'.
      *
       01 WS-FRESH-SWITCH               PIC X(1)  VALUE SPACES.
          88 WS-FRESH-RUN                         VALUE 'Y'.
      *
      *    CHECKPOINT HANDLING (SEE EMASCKP.CPY) - THE CURSOR IS
      *    MOVED ON EVERY 25TH LOAD RECORD.
       01 WS-CKPT-FOUND-FLAG            PIC X(1)  VALUE SPACES.
          88 CHECKPOINT-ON-FILE                   VALUE 'Y'.
       01 WS-RESUME-SWITCH              PIC X(1)  VALUE SPACES.
          88 WS-RESUMED-RUN                       VALUE 'Y'.
       01 WS-CKPT-WRITE-COUNTER         PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
       01 WS-CKPT-RESUME-FROM           PIC S9(4) USAGE IS BINARY
                                                  VALUE ZEROES.
      *    THE READ-FOR-UPDATE WORK AREA, SO A FRESHLY BUILT
      *    CHECKPOINT IMAGE ISN'T OVERWRITTEN BY ITS OWN RE-READ.
       01 WS-CKPT-READ-AREA             PIC X(16041) VALUE SPACES.

      *
      *    MAINTENANCE-MODE GATE (SEE EMNTCTL.CPY) - CHECKED AT
      *    ENTRY; WHILE THE EMNT SWITCH IS SET THIS UTILITY REFUSES
      *    WITH A ONE-LINE REPLY AND THE TASK ENDS.
       01 WS-MNT-REFUSAL-TEXT      PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

           PERFORM 0600-CHECK-MAINTENANCE-MODE.
           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-APPLY-LOAD-QUEUE.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 9200-SEND-REPLY-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       0600-CHECK-MAINTENANCE-MODE.
      *    WHILE THE EMNT SWITCH IS SET (SEE EMNTCTL.CPY), A BULK
      *    CORRECTION IS AS UNWELCOME AS ANY OTHER UPDATE - REFUSE
      *    OUTRIGHT SO NOTHING LANDS MID-ARCHIVAL OR MID-REORG. NO
      *    CONTROL RECORD AT ALL JUST MEANS THE MODE HAS NEVER BEEN
      *    SET.
           EXEC CICS READ
                FILE(APP-MAINTCTL-FILE-NAME)
                INTO (MAINTENANCE-CONTROL-RECORD)
                RIDFLD(APP-MAINTCTL-RRN)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              MNT-MODE-ON
              MOVE 'System In Maintenance - Updates Are Paused, Plea
      -        'se Try Again Later!'
                 TO WS-MNT-REFUSAL-TEXT

              EXEC CICS SEND TEXT
                   FROM (WS-MNT-REFUSAL-TEXT)
                   LENGTH (LENGTH OF WS-MNT-REFUSAL-TEXT)
                   ERASE
                   FREEKB
                   END-EXEC

              EXEC CICS RETURN
                   END-EXEC
           END-IF.

       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.
           SET WS-LOAD-NOT-END-OF-QUEUE TO TRUE.

           PERFORM 1100-CHECK-RUN-MODE.
           PERFORM 1200-COUNT-LOAD-RECORDS.
           PERFORM 1300-CHECK-FOR-CHECKPOINT.

      *    A RUN THAT IS PICKING UP AN INTERRUPTED LOAD KEEPS THE
      *    REJECTS THAT LOAD ALREADY REPORTED; ANY OTHER RUN CLEARS
      *    OUT THE PRIOR RUN'S LEFTOVER REPORT - QIDERR JUST MEANS
      *    THERE WAS NOTHING LEFT OVER TO CLEAR.
           IF NOT WS-RESUMED-RUN
              EXEC CICS DELETEQ TS
                   QNAME(APP-BULKFIX-RPT-QUEUE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           IF WS-PREVIEW-RUN
              MOVE WS-PREVIEW-BANNER-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

           IF WS-RESUMED-RUN
              MOVE WS-CKPT-RESUME-FROM TO WS-RSM-ITEM
              MOVE WS-RUN-ID TO WS-RSM-RUN-ID
              MOVE WS-RESUME-BANNER-LINE TO WS-REPORT-LINE
              PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

      *    A REAL RUN STARTING A LOAD FROM THE TOP TAKES A NEW RUN ID
      *    AND PUTS ITS CHECKPOINT ON FILE BEFORE THE FIRST REWRITE.
           IF NOT WS-PREVIEW-RUN AND NOT WS-RESUMED-RUN
              MOVE APP-RUNID-FIELDFIX-PREFIX TO WS-RUN-ID-PREFIX
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID-TIMESTAMP
              PERFORM 7200-WRITE-NEW-CHECKPOINT
           END-IF.

       1100-CHECK-RUN-MODE.
      *    A RUN STARTED WITHOUT A TERMINAL HAS NOTHING TO RECEIVE -
      *    THE INPUT STAYS BLANK AND THE RUN GOES AHEAD FOR REAL.
           MOVE LENGTH OF WS-TERMINAL-INPUT
              TO WS-TERMINAL-INPUT-LEN.

           MOVE SPACES TO WS-TERMINAL-INPUT.

           EXEC CICS RECEIVE
                INTO (WS-TERMINAL-INPUT)
                LENGTH (WS-TERMINAL-INPUT-LEN)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE ZERO TO WS-PREVIEW-COUNT.
           INSPECT WS-TERMINAL-INPUT
              TALLYING WS-PREVIEW-COUNT FOR ALL 'PREVIEW'.
           IF WS-PREVIEW-COUNT IS GREATER THAN ZERO
              SET WS-PREVIEW-RUN TO TRUE
           END-IF.

           MOVE ZERO TO WS-FRESH-COUNT.
           INSPECT WS-TERMINAL-INPUT
              TALLYING WS-FRESH-COUNT FOR ALL 'FRESH'.
           IF WS-FRESH-COUNT IS GREATER THAN ZERO
              SET WS-FRESH-RUN TO TRUE
           END-IF.

       1200-COUNT-LOAD-RECORDS.
      *    THE FIRST ITEM'S READ ALSO RETURNS THE QUEUE DEPTH. AN
      *    EMPTY QUEUE, OR ONE TOO DEEP FOR THE CHECKPOINT CURSOR,
      *    ENDS THE RUN BEFORE ANYTHING IS TOUCHED.
           MOVE LENGTH OF WS-LOAD-RECORD TO WS-LOAD-LENGTH.
           MOVE ZERO TO WS-LOAD-RECORD-COUNT.

           EXEC CICS READQ TS
                QNAME(APP-BULKFIX-LOAD-QUEUE-NAME)
                INTO (WS-LOAD-RECORD)
                LENGTH (WS-LOAD-LENGTH)
                ITEM (1)
                NUMITEMS (WS-LOAD-RECORD-COUNT)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS EQUAL TO DFHRESP(QIDERR)
           WHEN WS-CICS-RESPONSE IS EQUAL TO DFHRESP(ITEMERR)
                MOVE 'No Field-Correction Load On Queue - Nothing App
      -              'lied!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE 'Error Reading Field-Correction Load Queue!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           WHEN WS-LOAD-RECORD-COUNT IS GREATER THAN
                APP-BULKFIX-MAX-RECORDS
                MOVE 'Load Holds More Than 9999 Records - Split It An
      -              'd Reload The Queue!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       1300-CHECK-FOR-CHECKPOINT.
      *    AN IN-FLIGHT CHECKPOINT MEANS THE LAST REAL RUN NEVER
      *    FINISHED - CARRY ON FROM ITS CURSOR UNDER ITS RUN ID
      *    (A PREVIEW SHOWS WHAT THAT RESUMED RUN WOULD DO). A
      *    CHECKPOINT TAKEN OVER A LOAD OF A DIFFERENT SIZE BELONGS
      *    TO SOME OTHER LOAD, SO THE OPERATOR MUST SAY 'FRESH'.
           MOVE 1 TO WS-CKPT-RESUME-FROM.

           IF WS-FRESH-RUN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 7100-READ-CHECKPOINT.

           IF NOT CHECKPOINT-ON-FILE OR NOT CKP-IN-PROGRESS
              EXIT PARAGRAPH
           END-IF.

           IF CKP-EMPLOYEE-COUNT IS NOT EQUAL TO WS-LOAD-RECORD-COUNT
              MOVE 'Checkpoint Is For A Different Load - Re-Enter Wi
      -           'th FRESH To Start Over!'
                 TO WS-REPLY-TEXT
              PERFORM 9200-SEND-REPLY-AND-RETURN
           END-IF.

           SET WS-RESUMED-RUN TO TRUE.
           MOVE CKP-NEXT-INDEX TO WS-CKPT-RESUME-FROM.
           IF WS-CKPT-RESUME-FROM IS LESS THAN 1
              MOVE 1 TO WS-CKPT-RESUME-FROM
           END-IF.

           IF NOT WS-PREVIEW-RUN
              MOVE CKP-RUN-ID TO WS-RUN-ID
           END-IF.

       2000-APPLY-LOAD-QUEUE.
           COMPUTE WS-LOAD-ITEM-NUMBER = WS-CKPT-RESUME-FROM - 1.

           PERFORM 2100-READ-NEXT-LOAD-RECORD
              UNTIL WS-LOAD-END-OF-QUEUE.

      *    A PREVIEW LEAVES THE LOAD AND ANY CHECKPOINT AS THEY WERE.
      *    A REAL RUN THAT GOT TO THE END CONSUMES THE LOAD, SO IT
      *    CAN'T BE APPLIED TWICE, AND STANDS THE CHECKPOINT DOWN.
           IF NOT WS-PREVIEW-RUN
              EXEC CICS DELETEQ TS
                   QNAME(APP-BULKFIX-LOAD-QUEUE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              PERFORM 7400-CLEAR-CHECKPOINT
           END-IF.

       2100-READ-NEXT-LOAD-RECORD.
           ADD 1 TO WS-LOAD-ITEM-NUMBER.
           MOVE LENGTH OF WS-LOAD-RECORD TO WS-LOAD-LENGTH.

           EXEC CICS READQ TS
                QNAME(APP-BULKFIX-LOAD-QUEUE-NAME)
                INTO (WS-LOAD-RECORD)
                LENGTH (WS-LOAD-LENGTH)
                ITEM (WS-LOAD-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                ADD 1 TO WS-RECORDS-READ
                PERFORM 2200-APPLY-ONE-RECORD
           WHEN DFHRESP(ITEMERR)
           WHEN DFHRESP(QIDERR)
                SET WS-LOAD-END-OF-QUEUE TO TRUE
                EXIT PARAGRAPH
           WHEN OTHER
                SET WS-LOAD-END-OF-QUEUE TO TRUE
                MOVE 'Error Reading Field-Correction Load Queue!'
                   TO WS-REPLY-TEXT
                PERFORM 9200-SEND-REPLY-AND-RETURN
           END-EVALUATE.

      *    KEEP THE CHECKPOINT'S CURSOR CURRENT AS THE LOOP RUNS -
      *    EVERY 25TH RECORD IS OFTEN ENOUGH THAT A RESTART RE-READS
      *    AT MOST A HANDFUL OF (ALREADY APPLIED, SO UNCHANGED)
      *    CORRECTIONS.
           IF NOT WS-PREVIEW-RUN
              ADD 1 TO WS-CKPT-WRITE-COUNTER
              IF WS-CKPT-WRITE-COUNTER IS NOT LESS THAN 25
                 MOVE ZERO TO WS-CKPT-WRITE-COUNTER
                 PERFORM 7300-UPDATE-CHECKPOINT-CURSOR
              END-IF
           END-IF.

       2200-APPLY-ONE-RECORD.
           PERFORM 2300-EDIT-LOAD-RECORD.

           INITIALIZE WS-FIX-DETAIL-LINE.
           MOVE WS-LOAD-ITEM-NUMBER TO WS-RPT-ITEM.
           MOVE WS-LOAD-EMPLOYEE-ID TO WS-RPT-EMPLOYEE-ID.
           MOVE WS-FIX-FIELD TO WS-RPT-FIELD-CODE.

           EVALUATE TRUE
           WHEN WS-REJECT-REASON IS NOT EQUAL TO SPACES
                PERFORM 2250-REPORT-REJECT
           WHEN WS-VALUE-ALREADY-SET
                ADD 1 TO WS-RECORDS-UNCHANGED
                MOVE 'UNCHANGED' TO WS-RPT-ACTION
                MOVE 'VALUE ALREADY ON FILE' TO WS-RPT-TEXT
                MOVE WS-FIX-DETAIL-LINE TO WS-REPORT-LINE
                PERFORM 9100-WRITE-REPORT-LINE
           WHEN WS-PREVIEW-RUN
                ADD 1 TO WS-RECORDS-CORRECTED
                MOVE 'WOULD FIX' TO WS-RPT-ACTION
                MOVE WS-DETAIL-NEW-VALUE TO WS-RPT-TEXT
                MOVE WS-FIX-DETAIL-LINE TO WS-REPORT-LINE
                PERFORM 9100-WRITE-REPORT-LINE
           WHEN OTHER
                PERFORM 3000-REWRITE-MASTER-RECORD
                IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
                   PERFORM 2250-REPORT-REJECT
                END-IF
           END-EVALUATE.

       2250-REPORT-REJECT.
           ADD 1 TO WS-RECORDS-REJECTED.
           MOVE 'REJECTED' TO WS-RPT-ACTION.
           MOVE WS-REJECT-REASON TO WS-RPT-TEXT.
           MOVE WS-FIX-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2300-EDIT-LOAD-RECORD.
      *    READ THE EMPLOYEE, PUT THE NEW VALUE INTO THE RECORD, THEN
      *    RUN EUPDP'S EDIT FOR THAT ONE FIELD - FIRST FAILURE WINS
      *    AND NAMES THE REASON. THE REST OF THE RECORD IS AS IT
      *    STANDS ON FILE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACE TO WS-UNCHANGED-SWITCH.
           MOVE SPACES TO WS-DETAIL-FIELD-NAME.
           MOVE SPACES TO WS-DETAIL-OLD-VALUE.
           MOVE SPACES TO WS-DETAIL-NEW-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-LOAD-FIELD-CODE)
              TO WS-FIX-FIELD.

           IF WS-LOAD-EMPLOYEE-ID IS NOT NUMERIC
              MOVE 'EMPLOYEE ID NOT NUMERIC' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-LOAD-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NOTFND)
                MOVE 'EMPLOYEE NOT FOUND' TO WS-REJECT-REASON
                EXIT PARAGRAPH
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE 'MASTER FILE READ FAILED' TO WS-REJECT-REASON
                EXIT PARAGRAPH
           WHEN NOT EMP-ACTIVE
                MOVE 'EMPLOYEE NOT ACTIVE' TO WS-REJECT-REASON
                EXIT PARAGRAPH
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           MOVE EMP-LAST-UPDATED-TIMESTAMP TO WS-EDIT-TIMESTAMP.

           PERFORM 2310-APPLY-NEW-VALUE.

           IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           IF WS-DETAIL-NEW-VALUE IS EQUAL TO WS-DETAIL-OLD-VALUE
              SET WS-VALUE-ALREADY-SET TO TRUE
              EXIT PARAGRAPH
           END-IF.

      *    THE CORRECTED RECORD IS KEPT ASIDE BEFORE THE EDITS RUN -
      *    THE SUPERVISOR CHECK READS OTHER EMPLOYEES INTO THE MASTER
      *    RECORD AREA.
           MOVE EMPLOYEE-MASTER-RECORD TO WS-FIX-RECORD-IMAGE.

           PERFORM 2320-VALIDATE-NEW-VALUE.

           MOVE WS-FIX-RECORD-IMAGE TO EMPLOYEE-MASTER-RECORD.

       2310-APPLY-NEW-VALUE.
      *    ONE WHEN PER CORRECTABLE FIELD: NAME THE FIELD FOR THE
      *    AUDIT DETAIL, CAPTURE THE VALUE ON FILE, MOVE THE NEW ONE
      *    IN - CASED AND DE-EDITED THE WAY EUPDP TAKES IT FROM ITS
      *    SCREEN - AND CAPTURE IT AS STORED.
           EVALUATE TRUE
           WHEN FIX-JOB-TITLE
                MOVE 'JOB TITLE' TO WS-DETAIL-FIELD-NAME
                MOVE EMP-JOB-TITLE TO WS-DETAIL-OLD-VALUE
                MOVE WS-LOAD-NEW-VALUE TO EMP-JOB-TITLE
                MOVE EMP-JOB-TITLE TO WS-DETAIL-NEW-VALUE
           WHEN FIX-DEPARTMENT
                MOVE 'DEPARTMENT ID' TO WS-DETAIL-FIELD-NAME
                MOVE EMP-DEPARTMENT-ID TO WS-DETAIL-OLD-VALUE
                PERFORM 2315-DEEDIT-NUMERIC-VALUE
                MOVE WS-FIX-NUMERIC TO EMP-DEPARTMENT-ID
                MOVE EMP-DEPARTMENT-ID TO WS-DETAIL-NEW-VALUE
           WHEN FIX-START-DATE
                MOVE 'START DATE' TO WS-DETAIL-FIELD-NAME
                MOVE EMP-START-DATE TO WS-DETAIL-OLD-VALUE
                MOVE WS-LOAD-NEW-VALUE TO EMP-START-DATE
                MOVE EMP-START-DATE TO WS-DETAIL-NEW-VALUE
           WHEN FIX-BIRTH-DATE
                MOVE 'BIRTH DATE' TO WS-DETAIL-FIELD-NAME
                MOVE EMP-BIRTH-DATE TO WS-DETAIL-OLD-VALUE
                MOVE WS-LOAD-NEW-VALUE TO EMP-BIRTH-DATE
                MOVE EMP-BIRTH-DATE TO WS-DETAIL-NEW-VALUE
           WHEN FIX-EMPLOYEE-TYPE
                MOVE 'EMPLOYEE TYPE' TO WS-DETAIL-FIELD-NAME
                MOVE EMP-EMPLOYEE-TYPE TO WS-DETAIL-OLD-VALUE
                MOVE FUNCTION UPPER-CASE(WS-LOAD-NEW-VALUE)
                   TO EMP-EMPLOYEE-TYPE
                MOVE EMP-EMPLOYEE-TYPE TO WS-DETAIL-NEW-VALUE
           WHEN FIX-WORK-LOCATION
                MOVE 'WORK LOCATION' TO WS-DETAIL-FIELD-NAME
                MOVE EMP-WORK-LOCATION TO WS-DETAIL-OLD-VALUE
                MOVE FUNCTION UPPER-CASE(WS-LOAD-NEW-VALUE)
                   TO EMP-WORK-LOCATION
                MOVE EMP-WORK-LOCATION TO WS-DETAIL-NEW-VALUE
           WHEN FIX-WORK-PATTERN
                MOVE 'WORK PATTERN' TO WS-DETAIL-FIELD-NAME
                MOVE EMP-WORK-PATTERN TO WS-DETAIL-OLD-VALUE
                MOVE FUNCTION UPPER-CASE(WS-LOAD-NEW-VALUE)
                   TO EMP-WORK-PATTERN
                MOVE EMP-WORK-PATTERN TO WS-DETAIL-NEW-VALUE
           WHEN FIX-SUPERVISOR
                MOVE 'SUPERVISOR ID' TO WS-DETAIL-FIELD-NAME
                MOVE EMP-SUPERVISOR-ID TO WS-DETAIL-OLD-VALUE
                PERFORM 2315-DEEDIT-NUMERIC-VALUE
                MOVE WS-FIX-NUMERIC TO EMP-SUPERVISOR-ID
                MOVE EMP-SUPERVISOR-ID TO WS-DETAIL-NEW-VALUE
           WHEN FIX-FTE-PERCENT
                MOVE 'FTE PERCENT' TO WS-DETAIL-FIELD-NAME
                MOVE EMP-FTE-PERCENT TO WS-DETAIL-OLD-VALUE
                PERFORM 2315-DEEDIT-NUMERIC-VALUE
                IF WS-FIX-NUMERIC IS GREATER THAN 100
                   MOVE 'FTE PERCENT MUST BE 1 TO 100'
                      TO WS-REJECT-REASON
                ELSE
                   MOVE WS-FIX-NUMERIC TO EMP-FTE-PERCENT
                   MOVE EMP-FTE-PERCENT TO WS-DETAIL-NEW-VALUE
                END-IF
           WHEN FIX-EUPD-ONLY
                MOVE 'FIELD ONLY CORRECTABLE ON EUPD'
                   TO WS-REJECT-REASON
           WHEN OTHER
                MOVE 'FIELD CODE UNKNOWN' TO WS-REJECT-REASON
           END-EVALUATE.

       2315-DEEDIT-NUMERIC-VALUE.
      *    A NUMERIC FIELD TAKES AT MOST 8 DIGITS; BLANK READS AS
      *    ZERO (NO SUPERVISOR, FULL TIME), AND ANYTHING ELSE IS
      *    DE-EDITED THE WAY CICS BIF DEEDIT DOES FOR EUPDP'S SCREEN.
           MOVE ZEROES TO WS-FIX-NUMERIC.

           IF WS-LOAD-NEW-VALUE(9:30) IS NOT EQUAL TO SPACES
              MOVE 'VALUE NOT NUMERIC' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF WS-LOAD-NEW-VALUE(1:8) IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-LOAD-NEW-VALUE(1:8) TO WS-FIX-NUMERIC-ENTRY.

           EXEC CICS BIF DEEDIT
                FIELD(WS-FIX-NUMERIC-ENTRY)
                LENGTH(LENGTH OF WS-FIX-NUMERIC-ENTRY)
                END-EXEC.

           IF WS-FIX-NUMERIC IS NOT NUMERIC
              MOVE ZEROES TO WS-FIX-NUMERIC
              MOVE 'VALUE NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.

       2320-VALIDATE-NEW-VALUE.
      *    THE SAME RULE EUPDP'S 2150 APPLIES TO THE FIELD, WORDED AS
      *    A SHORT REPORT REASON.
           EVALUATE TRUE
           WHEN FIX-JOB-TITLE
                PERFORM 2330-VALIDATE-JOB-TITLE-CODE
           WHEN FIX-DEPARTMENT
                PERFORM 2335-VALIDATE-DEPARTMENT-ID
           WHEN FIX-START-DATE
                IF EMP-START-DATE IS EQUAL TO SPACES
                   MOVE 'START DATE IS REQUIRED' TO WS-REJECT-REASON
                ELSE
                   PERFORM 2340-VALIDATE-CALENDAR-DATE
                END-IF
           WHEN FIX-BIRTH-DATE
                IF EMP-BIRTH-DATE IS NOT EQUAL TO SPACES
                   PERFORM 2340-VALIDATE-CALENDAR-DATE
                END-IF
           WHEN FIX-EMPLOYEE-TYPE
                PERFORM 2345-VALIDATE-EMPLOYEE-TYPE
           WHEN FIX-WORK-LOCATION
                PERFORM 2350-VALIDATE-WORK-LOCATION
           WHEN FIX-WORK-PATTERN
                PERFORM 2355-VALIDATE-WORK-PATTERN
           WHEN FIX-SUPERVISOR
                PERFORM 2360-VALIDATE-SUPERVISOR
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2330-VALIDATE-JOB-TITLE-CODE.
      *    A CODE FROM THE JOBTITLE TABLE (FIRST 8 CHARACTERS
      *    SIGNIFICANT), NOT FREE TEXT - SAME AS EUPDP'S 2162.
           IF EMP-JOB-TITLE IS EQUAL TO SPACES
              MOVE 'JOB TITLE IS REQUIRED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-JOB-TITLE(1:8) TO JTL-JOB-TITLE-CODE.

           EXEC CICS READ
                FILE(APP-JOBTITLE-FILE-NAME)
                INTO (JOB-TITLE-RECORD)
                RIDFLD(JTL-JOB-TITLE-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE 'JOB TITLE CODE UNKNOWN' TO WS-REJECT-REASON
           WHEN JTL-INACTIVE
                MOVE 'JOB TITLE CODE INACTIVE' TO WS-REJECT-REASON
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2335-VALIDATE-DEPARTMENT-ID.
      *    REQUIRED, AND MUST BE ON THE DEPARTMENT MASTER - SAME AS
      *    EUPDP'S 2160.
           IF EMP-DEPARTMENT-ID IS EQUAL TO ZERO
              MOVE 'DEPARTMENT ID IS REQUIRED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-DEPARTMENT-ID TO DEPT-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-DEPT-MASTER-FILE-NAME)
                INTO (DEPARTMENT-MASTER-RECORD)
                RIDFLD(DEPT-DEPARTMENT-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'DEPARTMENT ID NOT FOUND' TO WS-REJECT-REASON
           END-IF.

       2340-VALIDATE-CALENDAR-DATE.
      *    FUNCTION TEST-DATE-YYYYMMDD RETURNS ZERO ONLY FOR A REAL
      *    CALENDAR DATE - SAME CHECK AS EUPDP'S 2165/2171. THE DATE
      *    BEING CHECKED IS THE NEW VALUE JUST MOVED IN.
           MOVE 1 TO WS-FIX-DATE-CHECK.

           IF WS-DETAIL-NEW-VALUE(1:8) IS NUMERIC
              MOVE WS-DETAIL-NEW-VALUE(1:8) TO WS-FIX-DATE-NUMERIC
              MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-FIX-DATE-NUMERIC)
                 TO WS-FIX-DATE-CHECK
           END-IF.

           IF NOT FIX-DATE-IS-VALID
              MOVE 'NOT A REAL CALENDAR DATE' TO WS-REJECT-REASON
           END-IF.

       2345-VALIDATE-EMPLOYEE-TYPE.
      *    BLANK READS AS PERMANENT; A GIVEN CODE MUST BE ACTIVE ON THE
      *    EMPTYPE TABLE - SAME CHECK AS EUPDP'S 2174, INCLUDING
      *    LETTING A NOT-YET-LOADED TABLE (NOTOPEN) THROUGH.
           IF EMP-EMPLOYEE-TYPE IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-EMPLOYEE-TYPE TO ETY-TYPE-CODE.

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

       2350-VALIDATE-WORK-LOCATION.
      *    BLANK READS AS NOT YET ASSIGNED; A GIVEN SITE MUST BE
      *    ACTIVE ON THE LOCATION TABLE - SAME AS EUPDP'S 2173.
           IF EMP-WORK-LOCATION IS EQUAL TO SPACES
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
                   MOVE 'WORK LOCATION INACTIVE' TO WS-REJECT-REASON
                END-IF
           WHEN OTHER
                MOVE 'WORK LOCATION UNKNOWN' TO WS-REJECT-REASON
           END-EVALUATE.

       2355-VALIDATE-WORK-PATTERN.
      *    BLANK READS AS THE STANDARD MONDAY-TO-FRIDAY WEEK; A GIVEN
      *    CODE MUST BE ACTIVE ON THE PATTERN TABLE - SAME AS EUPDP'S
      *    2175.
           IF EMP-WORK-PATTERN IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-WORK-PATTERN TO WPT-PATTERN-CODE.

           EXEC CICS READ
                FILE(APP-WORK-PATTERN-FILE-NAME)
                INTO (WORK-PATTERN-RECORD)
                RIDFLD(WPT-PATTERN-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                IF WPT-INACTIVE
                   MOVE 'WORK PATTERN INACTIVE' TO WS-REJECT-REASON
                END-IF
           WHEN OTHER
                MOVE 'WORK PATTERN UNKNOWN' TO WS-REJECT-REASON
           END-EVALUATE.

       2360-VALIDATE-SUPERVISOR.
      *    ZERO READS AS NO SUPERVISOR. A GIVEN ID MUST BE AN ACTIVE
      *    EMPLOYEE OTHER THAN THIS ONE, AND WALKING UP FROM THERE
      *    MUST NEVER ARRIVE BACK AT THIS ONE - SAME AS EUPDP'S 2177.
      *    THE WALK READS INTO THE MASTER RECORD AREA; 2300 PUTS THE
      *    CORRECTED RECORD BACK AFTERWARDS.
           IF EMP-SUPERVISOR-ID IS EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

           IF EMP-SUPERVISOR-ID IS EQUAL TO EMP-EMPLOYEE-ID
              MOVE 'EMPLOYEE CANNOT SUPERVISE SELF' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-EMPLOYEE-ID TO WS-SUPV-SUBJECT-ID.
           MOVE EMP-SUPERVISOR-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                MOVE 'SUPERVISOR ID NOT FOUND' TO WS-REJECT-REASON
           WHEN NOT EMP-ACTIVE
                MOVE 'SUPERVISOR NOT ACTIVE' TO WS-REJECT-REASON
           WHEN OTHER
                MOVE SPACES TO WS-SUPV-CHAIN-SWITCH
                MOVE ZERO TO WS-SUPV-WALK-DEPTH
                PERFORM 2365-WALK-ONE-SUPERVISOR
                   UNTIL SUPV-CHAIN-DONE OR SUPV-CHAIN-CYCLE
                IF SUPV-CHAIN-CYCLE
                   MOVE 'SUPERVISOR REPORTS TO EMPLOYEE'
                      TO WS-REJECT-REASON
                END-IF
           END-EVALUATE.

       2365-WALK-ONE-SUPERVISOR.
           ADD 1 TO WS-SUPV-WALK-DEPTH.

           EVALUATE TRUE
           WHEN WS-SUPV-WALK-DEPTH IS GREATER THAN
                APP-SPANCTL-MAX-LEVELS
                SET SUPV-CHAIN-DONE TO TRUE
           WHEN EMP-SUPERVISOR-ID IS NOT NUMERIC
                SET SUPV-CHAIN-DONE TO TRUE
           WHEN EMP-SUPERVISOR-ID IS EQUAL TO ZERO
                SET SUPV-CHAIN-DONE TO TRUE
           WHEN EMP-SUPERVISOR-ID IS EQUAL TO WS-SUPV-SUBJECT-ID
                SET SUPV-CHAIN-CYCLE TO TRUE
           WHEN OTHER
                MOVE EMP-SUPERVISOR-ID TO EMP-EMPLOYEE-ID
                EXEC CICS READ
                     FILE(APP-EMP-MASTER-FILE-NAME)
                     INTO (EMPLOYEE-MASTER-RECORD)
                     RIDFLD(EMP-EMPLOYEE-ID)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
                IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                   SET SUPV-CHAIN-DONE TO TRUE
                END-IF
           END-EVALUATE.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-RECORDS-CORRECTED TO WS-REPLY-CORRECTED.
           MOVE WS-RECORDS-UNCHANGED TO WS-REPLY-UNCHANGED.
           MOVE WS-RECORDS-REJECTED TO WS-REPLY-REJECTED.

           IF WS-PREVIEW-RUN
              STRING 'Preview: '
                     FUNCTION TRIM(WS-REPLY-CORRECTED)
                     ' Would Fix, '
                     FUNCTION TRIM(WS-REPLY-UNCHANGED)
                     ' Unchanged, '
                     FUNCTION TRIM(WS-REPLY-REJECTED)
                     ' Rejected - Queue '
                     APP-BULKFIX-RPT-QUEUE-NAME
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           ELSE
              STRING 'Fixes Done: '
                     FUNCTION TRIM(WS-REPLY-CORRECTED)
                     ' Fixed, '
                     FUNCTION TRIM(WS-REPLY-UNCHANGED)
                     ' Unchanged, '
                     FUNCTION TRIM(WS-REPLY-REJECTED)
                     ' Rejected - Queue '
                     APP-BULKFIX-RPT-QUEUE-NAME
                 DELIMITED BY SIZE
                 INTO WS-REPLY-TEXT
              END-STRING
           END-IF.

       3000-REWRITE-MASTER-RECORD.
      *    READ UPDATE AND REWRITE THE WAY EUPDP'S 3000 DOES: IF THE
      *    RECORD WAS REWRITTEN SINCE 2300 READ IT, THE ON-FILE
      *    TIMESTAMP NO LONGER MATCHES AND THE CORRECTION IS REJECTED
      *    RATHER THAN CLOBBERING THE OTHER CHANGE.
           MOVE WS-FIX-RECORD-IMAGE TO EMPLOYEE-MASTER-RECORD.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN DFHRESP(NOTFND)
                MOVE 'EMPLOYEE NOT FOUND' TO WS-REJECT-REASON
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'MASTER FILE READ FAILED' TO WS-REJECT-REASON
                EXIT PARAGRAPH
           END-EVALUATE.

           IF EMP-LAST-UPDATED-TIMESTAMP IS NOT EQUAL TO
              WS-EDIT-TIMESTAMP
              EXEC CICS UNLOCK
                   FILE(APP-EMP-MASTER-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              MOVE 'RECORD CHANGED BY ANOTHER USER' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

      *    THE DEPARTMENT AND HEADCOUNT-COUNTER BEFORE IMAGES, SO A
      *    DEPARTMENT OR FTE CORRECTION MOVES THEM AFTER THE REWRITE.
           MOVE EMP-DEPARTMENT-ID TO WS-OLD-DEPARTMENT-ID.
           INITIALIZE DEPT-COUNTER-COMMAREA.
           MOVE EMP-DEPARTMENT-ID TO DCA-BEFORE-DEPARTMENT-ID.
           MOVE EMP-DELETE-FLAG TO DCA-BEFORE-DELETE-FLAG.
           MOVE EMP-FTE-PERCENT TO DCA-BEFORE-FTE-PERCENT.

           MOVE WS-FIX-RECORD-IMAGE TO EMPLOYEE-MASTER-RECORD.

      *    EVERY REWRITE RE-STAMPS THE RECORD SO THE NEXT READER'S
      *    COLLISION CHECK HAS SOMETHING TO COMPARE. NO NAME FIELD IS
      *    CORRECTABLE HERE, SO THE PHONETIC KEY STANDS.
           MOVE FUNCTION CURRENT-DATE(1:14)
              TO EMP-LAST-UPDATED-TIMESTAMP.

           EXEC CICS REWRITE
                FILE(APP-EMP-MASTER-FILE-NAME)
                FROM (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE 'MASTER FILE REWRITE FAILED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RECORDS-CORRECTED.
           PERFORM 3052-ADJUST-DEPT-COUNTERS.
           IF EMP-DEPARTMENT-ID IS NOT EQUAL TO WS-OLD-DEPARTMENT-ID
              PERFORM 3050-RECORD-DEPARTMENT-TRANSFER
           END-IF.
           PERFORM 3060-WRITE-AUDIT-LOG-RECORD.

       3050-RECORD-DEPARTMENT-TRANSFER.
      *    KEYED BY EMPLOYEE ID PLUS A 14-CHARACTER DATE/TIME
      *    TIMESTAMP, SAME AS EUPDP'S 3050, WITH THE RUN ID.
           INITIALIZE DEPT-TRANSFER-RECORD.
           MOVE EMP-EMPLOYEE-ID TO DTR-EMPLOYEE-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DTR-TRANSFER-TIMESTAMP.
           MOVE WS-OLD-DEPARTMENT-ID TO DTR-FROM-DEPARTMENT-ID.
           MOVE EMP-DEPARTMENT-ID TO DTR-TO-DEPARTMENT-ID.
           MOVE WS-BULK-FIX-USER-ID TO DTR-CHANGED-BY-USER-ID.
           MOVE WS-RUN-ID TO DTR-RUN-ID.

           EXEC CICS WRITE
                FILE(APP-DEPT-TRANSFER-FILE-NAME)
                FROM(DEPT-TRANSFER-RECORD)
                RIDFLD(DTR-TRANSFER-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3052-ADJUST-DEPT-COUNTERS.
      *    SAME DEPARTMENT HEADCOUNT COUNTER UPDATE AS EUPDP'S 3052 -
      *    ONLY A DEPARTMENT OR FTE CORRECTION MOVES THE COUNTERS. A
      *    FAILURE HERE DOESN'T UNDO THE CORRECTION - THE NIGHTLY
      *    EDCVP RECOUNT REPAIRS THE DRIFT.
           MOVE EMP-DEPARTMENT-ID TO DCA-AFTER-DEPARTMENT-ID.
           MOVE EMP-DELETE-FLAG TO DCA-AFTER-DELETE-FLAG.
           MOVE EMP-FTE-PERCENT TO DCA-AFTER-FTE-PERCENT.

           IF DCA-AFTER-IMAGE IS EQUAL TO DCA-BEFORE-IMAGE
              EXIT PARAGRAPH
           END-IF.

           SET DCA-ADJUST TO TRUE.

           EXEC CICS LINK
                PROGRAM(APP-DEPT-CNT-PROGRAM-NAME)
                COMMAREA(DEPT-COUNTER-COMMAREA)
                LENGTH(LENGTH OF DEPT-COUNTER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3060-WRITE-AUDIT-LOG-RECORD.
           INITIALIZE AUDIT-LOG-RECORD.
           MOVE EMP-EMPLOYEE-ID TO AUD-EMPLOYEE-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-AUDIT-TIMESTAMP.
           SET AUD-ACTION-UPDATE TO TRUE.
           MOVE WS-BULK-FIX-USER-ID TO AUD-CHANGED-BY-USER-ID.
           MOVE APP-BULKFIX-PROGRAM-NAME TO AUD-SOURCE-PROGRAM.
           MOVE WS-RUN-ID TO AUD-RUN-ID.

           PERFORM 3067-SEAL-AUDIT-ENTRY.
           EXEC CICS WRITE
                FILE(APP-AUDIT-LOG-FILE-NAME)
                FROM(AUDIT-LOG-RECORD)
                RIDFLD(AUD-AUDIT-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           PERFORM 3062-EMIT-EMPLOYEE-EVENT.
           PERFORM 3066-WRITE-AUDIT-DETAIL.

       3062-EMIT-EMPLOYEE-EVENT.
      *    SAME FIXED-FORMAT EVENT EUPDP'S 3062 APPENDS TO THE
      *    CONTINUOUSLY-DRAINED INTERFACE QUEUE, SO DOWNSTREAM
      *    SYSTEMS HEAR ABOUT A CORRECTED DEPARTMENT OR LOCATION
      *    WITHOUT WAITING ON THE NIGHTLY EXTRACT.
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

       3066-WRITE-AUDIT-DETAIL.
      *    THE ONE FIELD'S BEFORE/AFTER IMAGE, HUNG OFF THE AUDIT KEY
      *    JUST WRITTEN (SEE EAUDDTL.CPY).
           INITIALIZE AUDIT-DETAIL-RECORD.
           MOVE AUD-EMPLOYEE-ID TO ADT-EMPLOYEE-ID.
           MOVE AUD-AUDIT-TIMESTAMP TO ADT-AUDIT-TIMESTAMP.
           MOVE 1 TO ADT-FIELD-SEQ.
           MOVE WS-DETAIL-FIELD-NAME TO ADT-FIELD-NAME.
           MOVE WS-DETAIL-OLD-VALUE TO ADT-OLD-VALUE.
           MOVE WS-DETAIL-NEW-VALUE TO ADT-NEW-VALUE.
           MOVE WS-RUN-ID TO ADT-RUN-ID.

           PERFORM 3068-SEAL-AUDIT-DETAIL.
           EXEC CICS WRITE
                FILE(APP-AUDIT-DETAIL-FILE-NAME)
                FROM(AUDIT-DETAIL-RECORD)
                RIDFLD(ADT-DETAIL-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       3067-SEAL-AUDIT-ENTRY.
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

       3068-SEAL-AUDIT-DETAIL.
      *    THE SAME SEAL FOR THE BEFORE/AFTER IMAGE, ON THE
      *    EMPLOYEE'S DETAIL TRAIL.
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

      *-----------------------------------------------------------------
       CHECKPOINT SECTION.
      *-----------------------------------------------------------------

       7100-READ-CHECKPOINT.
           INITIALIZE WS-CKPT-FOUND-FLAG.

           EXEC CICS READ
                FILE(APP-MASSCKPT-FILE-NAME)
                INTO (MASS-CHECKPOINT-RECORD)
                RIDFLD(APP-BULKFIX-CKPT-RRN)
                RRN
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET CHECKPOINT-ON-FILE TO TRUE
           END-IF.

       7110-READ-CHECKPOINT-FOR-UPDATE.
      *    THE READ-FOR-UPDATE GOES THROUGH ITS OWN WORK AREA SO THE
      *    RECORD JUST BUILT IN MASS-CHECKPOINT-RECORD SURVIVES.
           INITIALIZE WS-CKPT-FOUND-FLAG.

           EXEC CICS READ
                FILE(APP-MASSCKPT-FILE-NAME)
                INTO (WS-CKPT-READ-AREA)
                RIDFLD(APP-BULKFIX-CKPT-RRN)
                RRN
                UPDATE
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET CHECKPOINT-ON-FILE TO TRUE
           END-IF.

       7200-WRITE-NEW-CHECKPOINT.
      *    THE LOAD'S SIZE GOES ON THE CHECKPOINT SO A RESTART CAN
      *    TELL IT IS LOOKING AT THE SAME LOAD.
           INITIALIZE MASS-CHECKPOINT-RECORD.
           SET CKP-IN-PROGRESS TO TRUE.
           MOVE WS-RUN-ID TO CKP-RUN-ID.
           MOVE 1 TO CKP-NEXT-INDEX.
           MOVE WS-LOAD-RECORD-COUNT TO CKP-EMPLOYEE-COUNT.

           PERFORM 7110-READ-CHECKPOINT-FOR-UPDATE.

           IF CHECKPOINT-ON-FILE
              EXEC CICS REWRITE
                   FILE(APP-MASSCKPT-FILE-NAME)
                   FROM (MASS-CHECKPOINT-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           ELSE
              EXEC CICS WRITE
                   FILE(APP-MASSCKPT-FILE-NAME)
                   FROM (MASS-CHECKPOINT-RECORD)
                   RIDFLD(APP-BULKFIX-CKPT-RRN)
                   RRN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       7300-UPDATE-CHECKPOINT-CURSOR.
      *    ONLY THE CURSOR MOVES - THE NEXT LOAD ITEM STILL TO APPLY.
           PERFORM 7110-READ-CHECKPOINT-FOR-UPDATE.

           IF CHECKPOINT-ON-FILE
              MOVE WS-CKPT-READ-AREA TO MASS-CHECKPOINT-RECORD
              COMPUTE CKP-NEXT-INDEX = WS-LOAD-ITEM-NUMBER + 1
              EXEC CICS REWRITE
                   FILE(APP-MASSCKPT-FILE-NAME)
                   FROM (MASS-CHECKPOINT-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       7400-CLEAR-CHECKPOINT.
           PERFORM 7110-READ-CHECKPOINT-FOR-UPDATE.

           IF CHECKPOINT-ON-FILE
              INITIALIZE MASS-CHECKPOINT-RECORD
              SET CKP-EMPTY TO TRUE
              EXEC CICS REWRITE
                   FILE(APP-MASSCKPT-FILE-NAME)
                   FROM (MASS-CHECKPOINT-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
           EXEC CICS WRITEQ TS
                QNAME(APP-BULKFIX-RPT-QUEUE-NAME)
                FROM (WS-REPORT-LINE)
                ITEM (WS-ITEM-NUMBER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       9200-SEND-REPLY-AND-RETURN.
           EXEC CICS SEND TEXT
                FROM (WS-REPLY-TEXT)
                LENGTH (LENGTH OF WS-REPLY-TEXT)
                ERASE
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.
